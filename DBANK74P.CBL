001700*              and posting one settlement control total to      * DBANK74P
001800*              BNKLEDG against the clearing suspense account    * DBANK74P
001900*              so the day's outflow is visible in the ledger.   * DBANK74P
001910*              Before release each beneficiary is screened      * DBANK74P
001920*              against the watchlist filed on BNKWLST: a match  * DBANK74P
001930*              holds the item and queues it on BNKWHIT for      * DBANK74P
001940*              DBANK29P, and a match compliance has confirmed   * DBANK74P
001950*              returns the funds to the customer instead.       * DBANK74P
002000*              VSAM version                                     * DBANK74P
002100****************************************************************  DBANK74P
002200                                                                  DBANK74P
004818            ACCESS MODE  IS RANDOM                                DBANK74P
004820            RECORD KEY   IS BRD-REC-ROUTING                       DBANK74P
004822            FILE STATUS  IS WS-BNKRDIR-STATUS.                    DBANK74P
004825                                                                  DBANK74P
004828     SELECT BNKWLST-FILE                                          DBANK74P
004831            ASSIGN       TO BNKWLST                               DBANK74P
004834            ORGANIZATION IS INDEXED                               DBANK74P
004837            ACCESS MODE  IS SEQUENTIAL                            DBANK74P
004840            RECORD KEY   IS BWL-REC-ID                            DBANK74P
004843            FILE STATUS  IS WS-BNKWLST-STATUS.                    DBANK74P
004846                                                                  DBANK74P
004849     SELECT BNKWHIT-FILE                                          DBANK74P
004852            ASSIGN       TO BNKWHIT                               DBANK74P
004855            ORGANIZATION IS INDEXED                               DBANK74P
004858            ACCESS MODE  IS RANDOM                                DBANK74P
004861            RECORD KEY   IS BWH-REC-KEY                           DBANK74P
004864            FILE STATUS  IS WS-BNKWHIT-STATUS.                    DBANK74P
004867                                                                  DBANK74P
004870     SELECT BNKACC-FILE                                           DBANK74P
004873            ASSIGN       TO BNKACC                                DBANK74P
004876            ORGANIZATION IS INDEXED                               DBANK74P
004879            ACCESS MODE  IS RANDOM                                DBANK74P
004882            RECORD KEY   IS BAC-REC-ACCNO                         DBANK74P
004885            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES          DBANK74P
004888            FILE STATUS  IS WS-BNKACC-STATUS.                     DBANK74P
004900                                                                  DBANK74P
005000     SELECT BNKLEDG-FILE                                          DBANK74P
005100            ASSIGN       TO BNKLEDG                               DBANK74P
007212 FD  BNKRDIR-FILE.                                                DBANK74P
007214 01  BNKRDIR-REC.                                                 DBANK74P
007216 COPY CBANKVRD.                                                   DBANK74P
007222                                                                  DBANK74P
007228 FD  BNKWLST-FILE.                                                DBANK74P
007234 01  BNKWLST-REC.                                                 DBANK74P
007240 COPY CBANKVWL.                                                   DBANK74P
007246                                                                  DBANK74P
007252 FD  BNKWHIT-FILE.                                                DBANK74P
007258 01  BNKWHIT-REC.                                                 DBANK74P
007264 COPY CBANKVWH.                                                   DBANK74P
007270                                                                  DBANK74P
007276 FD  BNKACC-FILE.                                                 DBANK74P
007282 01  BNKACC-REC.                                                  DBANK74P
007288 COPY CBANKVAC.                                                   DBANK74P
007300                                                                  DBANK74P
007400 FD  BNKLEDG-FILE.                                                DBANK74P
007500 01  BNKLEDG-REC.                                                 DBANK74P
010210   05  WS-BNKRDIR-STATUS.                                         DBANK74P
010212     10  WS-BNKRDIR-STAT1                     PIC X(1).           DBANK74P
010214     10  WS-BNKRDIR-STAT2                     PIC X(1).           DBANK74P
010222   05  WS-BNKWLST-STATUS.                                         DBANK74P
010230     10  WS-BNKWLST-STAT1                     PIC X(1).           DBANK74P
010238     10  WS-BNKWLST-STAT2                     PIC X(1).           DBANK74P
010246   05  WS-BNKWHIT-STATUS.                                         DBANK74P
010254     10  WS-BNKWHIT-STAT1                     PIC X(1).           DBANK74P
010262     10  WS-BNKWHIT-STAT2                     PIC X(1).           DBANK74P
010270   05  WS-BNKACC-STATUS.                                          DBANK74P
010278     10  WS-BNKACC-STAT1                      PIC X(1).           DBANK74P
010286     10  WS-BNKACC-STAT2                      PIC X(1).           DBANK74P
010300                                                                  DBANK74P
010400   05  WS-BNKLEDG-STATUS.                                         DBANK74P
010500     10  WS-BNKLEDG-STAT1                     PIC X(1).           DBANK74P
012800       VALUE ZERO.                                                DBANK74P
012900   05  WS-ITEMS-SKIPPED                       PIC 9(5)            DBANK74P
013000       VALUE ZERO.                                                DBANK74P
013010   05  WS-ITEMS-HELD                          PIC 9(5)            DBANK74P
013020       VALUE ZERO.                                                DBANK74P
013030   05  WS-ITEMS-RETURNED                      PIC 9(5)            DBANK74P
013040       VALUE ZERO.                                                DBANK74P
013050   05  WS-HITS-QUEUED                         PIC 9(5)            DBANK74P
013060       VALUE ZERO.                                                DBANK74P
013070   05  WS-AMOUNT-RETURNED                     PIC S9(9)V99        DBANK74P
013080                                              COMP-3 VALUE ZERO.  DBANK74P
013100   05  WS-SETTLE-TOTAL                        PIC S9(9)V99        DBANK74P
013200                                              COMP-3 VALUE ZERO.  DBANK74P
013300   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBANK74P
013310   05  WS-ROUTING-FLAG                       PIC X(1).            DBANK74P
013312     88  WS-ROUTING-OK                       VALUE 'N'.           DBANK74P
013314     88  WS-ROUTING-RETIRED                  VALUE 'Y'.           DBANK74P
013321   05  WS-SCREEN-FLAG                        PIC X(1).            DBANK74P
013328     88  WS-SCREEN-CLEAR                     VALUE 'C'.           DBANK74P
013335     88  WS-SCREEN-HELD                      VALUE 'H'.           DBANK74P
013342     88  WS-SCREEN-BLOCKED                   VALUE 'B'.           DBANK74P
013349   05  WS-WATCH-COUNT                        PIC 9(3)             DBANK74P
013356       VALUE ZERO.                                                DBANK74P
013363   05  WS-SUB1                               PIC S9(4) COMP.      DBANK74P
013370   05  WS-POST-SEQ                           PIC 9(4)             DBANK74P
013377       VALUE ZERO.                                                DBANK74P
013384   05  WS-POST-DESC                          PIC X(40).           DBANK74P
013400                                                                  DBANK74P
013500   05  WS-SETTLE-ACCNO                       PIC X(9)             DBANK74P
013600       VALUE '999999990'.                                         DBANK74P
013610                                                                  DBANK74P
013620 01  WS-WATCH-TABLE.                                              DBANK74P
013630   05  WS-WATCH-ENTRY OCCURS 500 TIMES.                           DBANK74P
013640     10  WS-WL-ID                            PIC X(8).            DBANK74P
013650     10  WS-WL-NAME                          PIC X(30).           DBANK74P
013660     10  WS-WL-NORM-NAME                     PIC X(30).           DBANK74P
013700                                                                  DBANK74P
013800 01  WS-TWOS-COMP.                                                DBANK74P
013900   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK74P
015201 01  WS-FJRN-DATA.                                                DBANK74P
015202 COPY CFJRND.                                                     DBANK74P
015203                                                                  DBANK74P
015204 01  WS-WLM-DATA.                                                 DBANK74P
015205 COPY CWLMD.                                                      DBANK74P
015215                                                                  DBANK74P
015300 PROCEDURE DIVISION.                                              DBANK74P
015400     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBANK74P
015500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
018400     PERFORM CHECK-OPEN THRU                                      DBANK74P
018500             CHECK-OPEN-EXIT.                                     DBANK74P
018600                                                                  DBANK74P
018605     OPEN INPUT BNKWLST-FILE.                                     DBANK74P
018610     MOVE WS-BNKWLST-STATUS TO WS-IO-STATUS.                      DBANK74P
018615     MOVE 'BNKWLST-FILE' TO WS-FILE.                              DBANK74P
018620     PERFORM CHECK-OPEN THRU                                      DBANK74P
018625             CHECK-OPEN-EXIT.                                     DBANK74P
018630                                                                  DBANK74P
018635     OPEN I-O BNKWHIT-FILE.                                       DBANK74P
018640     MOVE WS-BNKWHIT-STATUS TO WS-IO-STATUS.                      DBANK74P
018645     MOVE 'BNKWHIT-FILE' TO WS-FILE.                              DBANK74P
018650     PERFORM CHECK-OPEN THRU                                      DBANK74P
018655             CHECK-OPEN-EXIT.                                     DBANK74P
018660                                                                  DBANK74P
018665     OPEN I-O BNKACC-FILE.                                        DBANK74P
018670     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBANK74P
018675     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBANK74P
018680     PERFORM CHECK-OPEN THRU                                      DBANK74P
018685             CHECK-OPEN-EXIT.                                     DBANK74P
018700     OPEN I-O BNKLEDG-FILE.                                       DBANK74P
018800     MOVE WS-BNKLEDG-STATUS TO WS-IO-STATUS.                      DBANK74P
018900     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBANK74P
020500        GO TO QUICK-EXIT                                          DBANK74P
020600     END-IF.                                                      DBANK74P
020700                                                                  DBANK74P
020703****************************************************************  DBANK74P
020706* Load the filed watchlist into storage for the beneficiary    *  DBANK74P
020709* screening                                                    *  DBANK74P
020712****************************************************************  DBANK74P
020715 WATCH-LOAD.                                                      DBANK74P
020718     READ BNKWLST-FILE NEXT                                       DBANK74P
020721       AT END                                                     DBANK74P
020724         GO TO WATCH-LOADED                                       DBANK74P
020727     END-READ.                                                    DBANK74P
020730     IF WS-WATCH-COUNT IS EQUAL TO 500                            DBANK74P
020733        MOVE 'Watchlist truncated at 500 entries'                 DBANK74P
020736          TO WS-CONSOLE-MESSAGE                                   DBANK74P
020739        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK74P
020742        GO TO WATCH-LOADED                                        DBANK74P
020745     END-IF.                                                      DBANK74P
020748     ADD 1 TO WS-WATCH-COUNT.                                     DBANK74P
020751     MOVE BWL-REC-ID TO WS-WL-ID (WS-WATCH-COUNT).                DBANK74P
020754     MOVE BWL-REC-NAME TO WS-WL-NAME (WS-WATCH-COUNT).            DBANK74P
020757     MOVE BWL-REC-NORM-NAME TO WS-WL-NORM-NAME (WS-WATCH-COUNT).  DBANK74P
020760     GO TO WATCH-LOAD.                                            DBANK74P
020763 WATCH-LOADED.                                                    DBANK74P
020766     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
020769     STRING WS-WATCH-COUNT            DELIMITED BY SIZE           DBANK74P
020772            ' watchlist entries loaded' DELIMITED BY SIZE         DBANK74P
020775       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
020778     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
020800     MOVE LOW-VALUES TO BOP-REC-TIMESTAMP.                        DBANK74P
020900     START BNKOPAY-FILE KEY IS GREATER THAN BOP-REC-TIMESTAMP     DBANK74P
021000       INVALID KEY                                                DBANK74P
021600       AT END                                                     DBANK74P
021700         GO TO OPAY-ENDED                                         DBANK74P
021800     END-READ.                                                    DBANK74P
021900     IF NOT BOP-REC-IS-PENDING AND                                DBANK74P
021910        NOT BOP-REC-IS-HELD                                       DBANK74P
022000        ADD 1 TO WS-ITEMS-SKIPPED                                 DBANK74P
022100        GO TO OPAY-LOOP                                           DBANK74P
022200     END-IF.                                                      DBANK74P
023630            ' items skipped'          DELIMITED BY SIZE           DBANK74P
023640       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
023650     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
023652     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
023654     STRING WS-ITEMS-HELD             DELIMITED BY SIZE           DBANK74P
023656            ' items held for screening' DELIMITED BY SIZE         DBANK74P
023658       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
023660     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
023662     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
023664     STRING WS-HITS-QUEUED            DELIMITED BY SIZE           DBANK74P
023666            ' payee hits queued'      DELIMITED BY SIZE           DBANK74P
023668       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
023670     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
023672     MOVE WS-AMOUNT-RETURNED TO WS-EDIT-AMT-9-2.                  DBANK74P
023674     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
023676     STRING WS-ITEMS-RETURNED         DELIMITED BY SIZE           DBANK74P
023678            ' items returned '        DELIMITED BY SIZE           DBANK74P
023680            WS-EDIT-AMT-9-2           DELIMITED BY SIZE           DBANK74P
023682       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
023684     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
023700     MOVE WS-SETTLE-TOTAL TO WS-EDIT-AMT-9-2.                     DBANK74P
023800     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
023900     STRING 'Settlement control total ' DELIMITED BY SIZE         DBANK74P
024400     CLOSE BNKOPAY-FILE.                                          DBANK74P
024500     CLOSE BNKPAYE-FILE.                                          DBANK74P
024510     CLOSE BNKRDIR-FILE.                                          DBANK74P
024520     CLOSE BNKWLST-FILE.                                          DBANK74P
024530     CLOSE BNKWHIT-FILE.                                          DBANK74P
024540     CLOSE BNKACC-FILE.                                           DBANK74P
024600     CLOSE BNKLEDG-FILE.                                          DBANK74P
024610     CLOSE BNKSUSP-FILE.                                          DBANK74P
024700     CLOSE OUTCLR-FILE.                                           DBANK74P
027500         ADD 1 TO WS-ITEMS-SKIPPED                                DBANK74P
027600         GO TO GATHER-ONE-ITEM-EXIT                               DBANK74P
027700     END-READ.                                                    DBANK74P
027701     PERFORM SCREEN-PAYMENT THRU                                  DBANK74P
027702             SCREEN-PAYMENT-EXIT.                                 DBANK74P
027703     IF WS-SCREEN-BLOCKED                                         DBANK74P
027704        PERFORM RETURN-ONE-ITEM THRU                              DBANK74P
027705                RETURN-ONE-ITEM-EXIT                              DBANK74P
027706        GO TO GATHER-ONE-ITEM-EXIT                                DBANK74P
027707     END-IF.                                                      DBANK74P
027708     IF WS-SCREEN-HELD                                            DBANK74P
027709        PERFORM HOLD-ONE-ITEM THRU                                DBANK74P
027710                HOLD-ONE-ITEM-EXIT                                DBANK74P
027711        GO TO GATHER-ONE-ITEM-EXIT                                DBANK74P
027712     END-IF.                                                      DBANK74P
027713     PERFORM CHECK-ROUTING-RETIRED THRU                           DBANK74P
027714             CHECK-ROUTING-RETIRED-EXIT.                          DBANK74P
027715     IF WS-ROUTING-RETIRED                                        DBANK74P
027716        ADD 1 TO WS-ITEMS-SKIPPED                                 DBANK74P
027718        GO TO GATHER-ONE-ITEM-EXIT                                DBANK74P
027720     END-IF.                                                      DBANK74P
029723     EXIT.                                                        DBANK74P
029724                                                                  DBANK74P
029725***************************************************************** DBANK74P
029726* A payment addressed through a routing code the directory has  * DBANK74P
029727* retired stays pending and is reported - sending it would only * DBANK74P
029728* come back as a return                                         * DBANK74P
029729***************************************************************** DBANK74P
029730 CHECK-ROUTING-RETIRED.                                           DBANK74P
029731     SET WS-ROUTING-OK TO TRUE.                                   DBANK74P
029754     END-IF.                                                      DBANK74P
029756 CHECK-ROUTING-RETIRED-EXIT.                                      DBANK74P
029758     EXIT.                                                        DBANK74P
029759                                                                  DBANK74P
029760***************************************************************** DBANK74P
029761* Screen the item's beneficiary against the filed watchlist.    * DBANK74P
029762* A payee compliance has blocked returns the funds; an open hit * DBANK74P
029763* holds the item on the queue for DBANK29P to decide; a payee   * DBANK74P
029764* whose hits have all been cleared is released as normal.       * DBANK74P
029765***************************************************************** DBANK74P
029766 SCREEN-PAYMENT.                                                  DBANK74P
029767     SET WS-SCREEN-CLEAR TO TRUE.                                 DBANK74P
029768     IF BPE-REC-SCREEN-BLOCKED                                    DBANK74P
029769        SET WS-SCREEN-BLOCKED TO TRUE                             DBANK74P
029770        GO TO SCREEN-PAYMENT-EXIT                                 DBANK74P
029771     END-IF.                                                      DBANK74P
029772     PERFORM SCREEN-ONE-WATCH THRU                                DBANK74P
029773             SCREEN-ONE-WATCH-EXIT                                DBANK74P
029774       VARYING WS-SUB1 FROM 1 BY 1                                DBANK74P
029775         UNTIL WS-SUB1 IS GREATER THAN WS-WATCH-COUNT             DBANK74P
029776            OR WS-SCREEN-BLOCKED.                                 DBANK74P
029777 SCREEN-PAYMENT-EXIT.                                             DBANK74P
029778     EXIT.                                                        DBANK74P
029779                                                                  DBANK74P
029780 SCREEN-ONE-WATCH.                                                DBANK74P
029781     SET WLM-FUNC-MATCH TO TRUE.                                  DBANK74P
029782     MOVE BPE-REC-NAME TO WLM-NAME.                               DBANK74P
029783     MOVE WS-WL-NORM-NAME (WS-SUB1) TO WLM-WATCH-NORM.            DBANK74P
029784     CALL 'UWLMTCH' USING WS-WLM-DATA.                            DBANK74P
029785     IF WLM-NO-MATCH                                              DBANK74P
029786        GO TO SCREEN-ONE-WATCH-EXIT                               DBANK74P
029787     END-IF.                                                      DBANK74P
029788     MOVE BPE-REC-OWNER-PID TO BWH-REC-PID.                       DBANK74P
029789     MOVE WS-WL-ID (WS-SUB1) TO BWH-REC-WATCH-ID.                 DBANK74P
029790     MOVE BPE-REC-PAYEE-ID TO BWH-REC-PAYEE-ID.                   DBANK74P
029791     READ BNKWHIT-FILE                                            DBANK74P
029792       INVALID KEY                                                DBANK74P
029793         PERFORM QUEUE-PAYEE-HIT THRU                             DBANK74P
029794                 QUEUE-PAYEE-HIT-EXIT                             DBANK74P
029795         GO TO SCREEN-ONE-WATCH-EXIT                              DBANK74P
029796     END-READ.                                                    DBANK74P
029797     IF BWH-REC-IS-PENDING                                        DBANK74P
029798        SET WS-SCREEN-HELD TO TRUE                                DBANK74P
029799        GO TO SCREEN-ONE-WATCH-EXIT                               DBANK74P
029800     END-IF.                                                      DBANK74P
029801*    a decision taken on this payee under its present name        DBANK74P
029802*    stands; one taken before it was renamed is asked again       DBANK74P
029803     IF BWH-REC-CUST-NAME IS EQUAL TO BPE-REC-NAME                DBANK74P
029804        IF BWH-REC-IS-CONFIRMED                                   DBANK74P
029805           SET WS-SCREEN-BLOCKED TO TRUE                          DBANK74P
029806        END-IF                                                    DBANK74P
029807        GO TO SCREEN-ONE-WATCH-EXIT                               DBANK74P
029808     END-IF.                                                      DBANK74P
029809     PERFORM REQUEUE-PAYEE-HIT THRU                               DBANK74P
029810             REQUEUE-PAYEE-HIT-EXIT.                              DBANK74P
029811 SCREEN-ONE-WATCH-EXIT.                                           DBANK74P
029812     EXIT.                                                        DBANK74P
029813                                                                  DBANK74P
029814***************************************************************** DBANK74P
029815* Put a new payee hit on the review queue as pending. The key   * DBANK74P
029816* carries the payee id, so the record never meets the           * DBANK74P
029817* customer's own hits or another payee's                        * DBANK74P
029818***************************************************************** DBANK74P
029819 QUEUE-PAYEE-HIT.                                                 DBANK74P
029820     MOVE SPACES TO BNKWHIT-REC.                                  DBANK74P
029821     MOVE BPE-REC-OWNER-PID TO BWH-REC-PID.                       DBANK74P
029822     MOVE WS-WL-ID (WS-SUB1) TO BWH-REC-WATCH-ID.                 DBANK74P
029823     MOVE BPE-REC-PAYEE-ID TO BWH-REC-PAYEE-ID.                   DBANK74P
029824     MOVE WS-WL-NAME (WS-SUB1) TO BWH-REC-WATCH-NAME.             DBANK74P
029825     MOVE BPE-REC-NAME TO BWH-REC-CUST-NAME.                      DBANK74P
029826     SET BWH-REC-MATCHED-PAYEE TO TRUE.                           DBANK74P
029827     SET BWH-REC-IS-PENDING TO TRUE.                              DBANK74P
029828     MOVE BUSD-DATE TO BWH-REC-FOUND-DATE.                        DBANK74P
029829     WRITE BNKWHIT-REC                                            DBANK74P
029830       INVALID KEY                                                DBANK74P
029831         MOVE 'Unable to queue payee hit'                         DBANK74P
029832           TO WS-CONSOLE-MESSAGE                                  DBANK74P
029833         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029834     END-WRITE.                                                   DBANK74P
029835     ADD 1 TO WS-HITS-QUEUED.                                     DBANK74P
029836     IF NOT WS-SCREEN-BLOCKED                                     DBANK74P
029837        SET WS-SCREEN-HELD TO TRUE                                DBANK74P
029838     END-IF.                                                      DBANK74P
029839 QUEUE-PAYEE-HIT-EXIT.                                            DBANK74P
029840     EXIT.                                                        DBANK74P
029841                                                                  DBANK74P
029842***************************************************************** DBANK74P
029843* Put this payee's own decided hit back to pending under the    * DBANK74P
029844* payee's new name. The earlier decision stays on the record    * DBANK74P
029845* until compliance takes the new one                            * DBANK74P
029846***************************************************************** DBANK74P
029847 REQUEUE-PAYEE-HIT.                                               DBANK74P
029848     MOVE WS-WL-NAME (WS-SUB1) TO BWH-REC-WATCH-NAME.             DBANK74P
029849     MOVE BPE-REC-NAME TO BWH-REC-CUST-NAME.                      DBANK74P
029850     SET BWH-REC-IS-PENDING TO TRUE.                              DBANK74P
029851     MOVE BUSD-DATE TO BWH-REC-FOUND-DATE.                        DBANK74P
029852     REWRITE BNKWHIT-REC                                          DBANK74P
029853       INVALID KEY                                                DBANK74P
029854         MOVE 'Unable to requeue payee hit'                       DBANK74P
029855           TO WS-CONSOLE-MESSAGE                                  DBANK74P
029856         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029857     END-REWRITE.                                                 DBANK74P
029858     ADD 1 TO WS-HITS-QUEUED.                                     DBANK74P
029859     IF NOT WS-SCREEN-BLOCKED                                     DBANK74P
029860        SET WS-SCREEN-HELD TO TRUE                                DBANK74P
029861     END-IF.                                                      DBANK74P
029862 REQUEUE-PAYEE-HIT-EXIT.                                          DBANK74P
029863     EXIT.                                                        DBANK74P
029864                                                                  DBANK74P
029865***************************************************************** DBANK74P
029866* Keep a held item on the queue, marked, so it is neither sent  * DBANK74P
029867* nor forgotten                                                 * DBANK74P
029868***************************************************************** DBANK74P
029869 HOLD-ONE-ITEM.                                                   DBANK74P
029870     ADD 1 TO WS-ITEMS-HELD.                                      DBANK74P
029871     IF BOP-REC-IS-HELD                                           DBANK74P
029872        GO TO HOLD-ONE-ITEM-EXIT                                  DBANK74P
029873     END-IF.                                                      DBANK74P
029874     SET BOP-REC-IS-HELD TO TRUE.                                 DBANK74P
029875     REWRITE BNKOPAY-REC                                          DBANK74P
029876       INVALID KEY                                                DBANK74P
029877         MOVE 'Unable to mark item held' TO WS-CONSOLE-MESSAGE    DBANK74P
029878         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029879         GO TO HOLD-ONE-ITEM-EXIT                                 DBANK74P
029880     END-REWRITE.                                                 DBANK74P
029881     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
029882     STRING 'Held for screening item '                            DBANK74P
029883                                    DELIMITED BY SIZE             DBANK74P
029884            BOP-REC-REFNO           DELIMITED BY SIZE             DBANK74P
029885       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
029886     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
029887 HOLD-ONE-ITEM-EXIT.                                              DBANK74P
029888     EXIT.                                                        DBANK74P
029889                                                                  DBANK74P
029890***************************************************************** DBANK74P
029891* A confirmed match is never sent: the amount goes back to the  * DBANK74P
029892* source account with a TO-leg linked to the original debit,    * DBANK74P
029893* in the same shape as a network return, and the item is        * DBANK74P
029894* marked returned                                               * DBANK74P
029895***************************************************************** DBANK74P
029896 RETURN-ONE-ITEM.                                                 DBANK74P
029897     MOVE BOP-REC-SRC-ACCNO TO BAC-REC-ACCNO.                     DBANK74P
029898     READ BNKACC-FILE                                             DBANK74P
029899       INVALID KEY                                                DBANK74P
029900         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBANK74P
029901         STRING 'Source account missing for item '                DBANK74P
029902                                       DELIMITED BY SIZE          DBANK74P
029903                BOP-REC-REFNO          DELIMITED BY SIZE          DBANK74P
029904           INTO WS-CONSOLE-MESSAGE                                DBANK74P
029905         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029906         ADD 1 TO WS-ITEMS-SKIPPED                                DBANK74P
029907         GO TO RETURN-ONE-ITEM-EXIT                               DBANK74P
029908     END-READ.                                                    DBANK74P
029909     ADD BOP-REC-AMOUNT TO BAC-REC-BALANCE.                       DBANK74P
029910     REWRITE BNKACC-REC                                           DBANK74P
029911       INVALID KEY                                                DBANK74P
029912         MOVE 'Unable to re-credit account'                       DBANK74P
029913           TO WS-CONSOLE-MESSAGE                                  DBANK74P
029914         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029915         GO TO RETURN-ONE-ITEM-EXIT                               DBANK74P
029916     END-REWRITE.                                                 DBANK74P
029917     PERFORM JOURNAL-ACC-IMAGE THRU                               DBANK74P
029918             JOURNAL-ACC-IMAGE-EXIT.                              DBANK74P
029919     PERFORM WRITE-RECREDIT-ENTRY THRU                            DBANK74P
029920             WRITE-RECREDIT-ENTRY-EXIT.                           DBANK74P
029921     SET BOP-REC-IS-RETURNED TO TRUE.                             DBANK74P
029922     REWRITE BNKOPAY-REC                                          DBANK74P
029923       INVALID KEY                                                DBANK74P
029924         MOVE 'Unable to mark queue item returned'                DBANK74P
029925           TO WS-CONSOLE-MESSAGE                                  DBANK74P
029926         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029927     END-REWRITE.                                                 DBANK74P
029928     ADD 1 TO WS-ITEMS-RETURNED.                                  DBANK74P
029929     ADD BOP-REC-AMOUNT TO WS-AMOUNT-RETURNED.                    DBANK74P
029930     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK74P
029931     STRING 'Returned on screening item '                         DBANK74P
029932                                    DELIMITED BY SIZE             DBANK74P
029933            BOP-REC-REFNO           DELIMITED BY SIZE             DBANK74P
029934       INTO WS-CONSOLE-MESSAGE.                                   DBANK74P
029935     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK74P
029936 RETURN-ONE-ITEM-EXIT.                                            DBANK74P
029937     EXIT.                                                        DBANK74P
029938                                                                  DBANK74P
029939***************************************************************** DBANK74P
029940* The TO-leg ledger entry putting the money back, linked to     * DBANK74P
029941* the original debit through the reversal link field            * DBANK74P
029942***************************************************************** DBANK74P
029943 WRITE-RECREDIT-ENTRY.                                            DBANK74P
029944 COPY CTSTAMPP.                                                   DBANK74P
029945     ADD 1 TO WS-POST-SEQ.                                        DBANK74P
029946     MOVE WS-POST-SEQ TO WS-TIMESTAMP (23:4).                     DBANK74P
029947     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBANK74P
029948     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK74P
029949     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK74P
029950     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK74P
029951     MOVE SPACES TO BNKLEDG-REC.                                  DBANK74P
029952     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK74P
029953     MOVE BAC-REC-PID TO BLG-REC-PID.                             DBANK74P
029954     MOVE '1' TO BLG-REC-TYPE.                                    DBANK74P
029955     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBANK74P
029956     MOVE 'RET ' TO BLG-REC-CATEGORY.                             DBANK74P
029957     MOVE BAC-REC-ACCNO TO BLG-REC-ACCNO.                         DBANK74P
029958     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK74P
029959     MOVE BAC-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBANK74P
029960     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK74P
029961     MOVE BOP-REC-AMOUNT TO BLG-REC-AMOUNT.                       DBANK74P
029962     MOVE BOP-REC-TIMESTAMP TO BLG-REC-REV-LINK.                  DBANK74P
029963     MOVE SPACES TO WS-POST-DESC.                                 DBANK74P
029964     STRING 'Payment returned - screening '                       DBANK74P
029965                                    DELIMITED BY SIZE             DBANK74P
029966            BOP-REC-PAYEE-ID        DELIMITED BY SIZE             DBANK74P
029967       INTO WS-POST-DESC.                                         DBANK74P
029968     MOVE SPACES TO TXN-DATA.                                     DBANK74P
029969     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBANK74P
029970     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK74P
029971     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK74P
029972     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK74P
029973     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK74P
029974     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK74P
029975     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK74P
029976                           WS-TWOS-COMP-INPUT                     DBANK74P
029977                           WS-TWOS-COMP-OUTPUT.                   DBANK74P
029978     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK74P
029979     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK74P
029980     WRITE BNKLEDG-REC                                            DBANK74P
029981       INVALID KEY                                                DBANK74P
029982         MOVE 'Unable to write re-credit entry'                   DBANK74P
029983           TO WS-CONSOLE-MESSAGE                                  DBANK74P
029984         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK74P
029985     END-WRITE.                                                   DBANK74P
029986     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK74P
029987             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK74P
029988 WRITE-RECREDIT-ENTRY-EXIT.                                       DBANK74P
029989     EXIT.                                                        DBANK74P
029990                                                                  DBANK74P
029991****************************************************************  DBANK74P
030000* Post the day's settlement total to the ledger against the    *  DBANK74P
030100* clearing suspense account, so the reconciliation can prove   *  DBANK74P
030200* the clearing file against the ledger                         *  DBANK74P
034114 JOURNAL-LEDG-IMAGE-EXIT.                                         DBANK74P
034115     EXIT.                                                        DBANK74P
034116                                                                  DBANK74P
034117 JOURNAL-ACC-IMAGE.                                               DBANK74P
034118     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBANK74P
034119     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK74P
034120     SET FJRN-ACTION-REWRITE TO TRUE.                             DBANK74P
034121     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBANK74P
034122     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK74P
034123     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBANK74P
034124     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK74P
034125 JOURNAL-ACC-IMAGE-EXIT.                                          DBANK74P
034126     EXIT.                                                        DBANK74P
034136                                                                  DBANK74P
034200****************************************************************  DBANK74P
034300* Check file open OK                                          *   DBANK74P
034400****************************************************************  DBANK74P
