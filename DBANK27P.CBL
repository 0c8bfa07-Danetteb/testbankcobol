001700*              payee: the source account is debited through     * DBANK27P
001800*              the usual balance/ledger path and the payment    * DBANK27P
001900*              joins the BNKOPAY queue for the end-of-day       * DBANK27P
002000*              clearing-file batch DBANK74P. A payee's name is  * DBANK27P
002010*              screened against the filed watchlist when it is  * DBANK27P
002020*              added or renamed; a hit is queued on BNKWHIT and * DBANK27P
002030*              the payee held until compliance decides it.      * DBANK27P
002100*              VSAM Version                                     * DBANK27P
002200***************************************************************** DBANK27P
002300                                                                  DBANK27P
005431     10  WS-BNKRPAY-RID-PAYEE                PIC X(8).            DBANK27P
005432     10  WS-BNKRPAY-RID-ACCNO                PIC X(9).            DBANK27P
005433   05  WS-RPAY-TOKEN                         PIC S9(8) COMP.      DBANK27P
005439   05  WS-BNKWLST-RID                        PIC X(8).            DBANK27P
005445   05  WS-BNKWHIT-RID.                                            DBANK27P
005451     10  WS-BNKWHIT-RID-PID                  PIC X(5).            DBANK27P
005457     10  WS-BNKWHIT-RID-WATCH                PIC X(8).            DBANK27P
005463     10  WS-BNKWHIT-RID-PAYEE                PIC X(8).            DBANK27P
005469   05  WS-SCREEN-HITS                        PIC S9(4) COMP.      DBANK27P
005475   05  WS-SCREEN-FLAG                        PIC X(1).            DBANK27P
005481     88  WS-SCREEN-CONFIRMED                 VALUE 'Y'.           DBANK27P
005487     88  WS-SCREEN-NOT-CONFIRMED             VALUE 'N'.           DBANK27P
005500                                                                  DBANK27P
005600 01  WS-TWOS-COMP.                                                DBANK27P
005700   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK27P
007701 01  WS-BNKPARM-REC.                                              DBANK27P
007702 COPY CBANKVPM.                                                   DBANK27P
007703                                                                  DBANK27P
007704 01  WS-BNKWLST-REC.                                              DBANK27P
007705 COPY CBANKVWL.                                                   DBANK27P
007706                                                                  DBANK27P
007707 01  WS-BNKWHIT-REC.                                              DBANK27P
007708 COPY CBANKVWH.                                                   DBANK27P
007709                                                                  DBANK27P
007710 01  WS-WLM-DATA.                                                 DBANK27P
007711 COPY CWLMD.                                                      DBANK27P
007721                                                                  DBANK27P
007800 01  WS-COMMAREA.                                                 DBANK27P
007900 COPY CBANKD27.                                                   DBANK27P
008000                                                                  DBANK27P
014700     MOVE CD27I-ROUTING TO BPE-REC-ROUTING.                       DBANK27P
014800     MOVE CD27I-EXT-ACCNO TO BPE-REC-EXT-ACCNO.                   DBANK27P
014900     SET BPE-REC-IS-ACTIVE TO TRUE.                               DBANK27P
014910     PERFORM SCREEN-PAYEE-NAME THRU SCREEN-PAYEE-NAME-EXIT.       DBANK27P
015000     MOVE WS-NEW-PAYEE-ID TO WS-BNKPAYE-RID.                      DBANK27P
015100     EXEC CICS WRITE FILE('BNKPAYE')                              DBANK27P
015200                     FROM(WS-BNKPAYE-REC)                         DBANK27P
015700     END-EXEC.                                                    DBANK27P
015800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK27P
015900        MOVE 'Unable to add payee' TO CD27O-MSG                   DBANK27P
015910        EXEC CICS SYNCPOINT ROLLBACK                              DBANK27P
015920        END-EXEC                                                  DBANK27P
016000        GO TO ADD-PAYEE-EXIT                                      DBANK27P
016100     END-IF.                                                      DBANK27P
016200     SET CD27O-OK TO TRUE.                                        DBANK27P
016300     MOVE WS-NEW-PAYEE-ID TO CD27O-PAYEE-ID.                      DBANK27P
016400     IF BPE-REC-SCREEN-CLEAR                                      DBANK27P
016410        MOVE 'Payee added' TO CD27O-MSG                           DBANK27P
016420     ELSE                                                         DBANK27P
016430        MOVE 'Payee added - held for screening' TO CD27O-MSG      DBANK27P
016440     END-IF.                                                      DBANK27P
016500 ADD-PAYEE-EXIT.                                                  DBANK27P
016600     EXIT.                                                        DBANK27P
016700                                                                  DBANK27P
023500     END-IF.                                                      DBANK27P
023600     IF CD27I-NAME IS NOT EQUAL TO SPACES                         DBANK27P
023700        MOVE CD27I-NAME TO BPE-REC-NAME                           DBANK27P
023710        PERFORM SCREEN-PAYEE-NAME THRU SCREEN-PAYEE-NAME-EXIT     DBANK27P
023800     END-IF.                                                      DBANK27P
023900     IF CD27I-BANK-NAME IS NOT EQUAL TO SPACES                    DBANK27P
024000        MOVE CD27I-BANK-NAME TO BPE-REC-BANK-NAME                 DBANK27P
024800     PERFORM REWRITE-PAYEE THRU REWRITE-PAYEE-EXIT.               DBANK27P
024900     IF CD27O-MSG IS EQUAL TO SPACES                              DBANK27P
025000        SET CD27O-OK TO TRUE                                      DBANK27P
025100        IF BPE-REC-SCREEN-CLEAR                                   DBANK27P
025110           MOVE 'Payee updated' TO CD27O-MSG                      DBANK27P
025120        ELSE                                                      DBANK27P
025130           MOVE 'Payee updated - held for screening' TO CD27O-MSG DBANK27P
025140        END-IF                                                    DBANK27P
025200     END-IF.                                                      DBANK27P
025300 UPDATE-PAYEE-EXIT.                                               DBANK27P
025400     EXIT.                                                        DBANK27P
028100     END-IF.                                                      DBANK27P
028200 REWRITE-PAYEE-EXIT.                                              DBANK27P
028300     EXIT.                                                        DBANK27P
028301                                                                  DBANK27P
028302***************************************************************** DBANK27P
028303* Screen the payee's name against the watchlist filed by        * DBANK27P
028304* DBANK76P. Each open hit is queued on BNKWHIT under the owning * DBANK27P
028305* customer for compliance to decide, and the payee is held -    * DBANK27P
028306* DBANK74P will not release a payment to it meanwhile. A match  * DBANK27P
028307* compliance has already confirmed for this payee blocks it. A  * DBANK27P
028308* region with no watchlist filed adds payees as before.         * DBANK27P
028309***************************************************************** DBANK27P
028310 SCREEN-PAYEE-NAME.                                               DBANK27P
028311     MOVE 0 TO WS-SCREEN-HITS.                                    DBANK27P
028312     SET WS-SCREEN-NOT-CONFIRMED TO TRUE.                         DBANK27P
028313     MOVE LOW-VALUES TO WS-BNKWLST-RID.                           DBANK27P
028314     EXEC CICS STARTBR FILE('BNKWLST')                            DBANK27P
028315                       RIDFLD(WS-BNKWLST-RID)                     DBANK27P
028316                       GTEQ                                       DBANK27P
028317                       RESP(WS-RESP)                              DBANK27P
028318     END-EXEC.                                                    DBANK27P
028319     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK27P
028320        GO TO SCREEN-PAYEE-SET                                    DBANK27P
028321     END-IF.                                                      DBANK27P
028322 SCREEN-WLST-LOOP.                                                DBANK27P
028323     EXEC CICS READNEXT FILE('BNKWLST')                           DBANK27P
028324                        INTO(WS-BNKWLST-REC)                      DBANK27P
028325                        LENGTH(LENGTH OF WS-BNKWLST-REC)          DBANK27P
028326                        RIDFLD(WS-BNKWLST-RID)                    DBANK27P
028327                        RESP(WS-RESP)                             DBANK27P
028328     END-EXEC.                                                    DBANK27P
028329     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK27P
028330        EXEC CICS ENDBR FILE('BNKWLST')                           DBANK27P
028331        END-EXEC                                                  DBANK27P
028332        GO TO SCREEN-PAYEE-SET                                    DBANK27P
028333     END-IF.                                                      DBANK27P
028334     SET WLM-FUNC-MATCH TO TRUE.                                  DBANK27P
028335     MOVE BPE-REC-NAME TO WLM-NAME.                               DBANK27P
028336     MOVE BWL-REC-NORM-NAME TO WLM-WATCH-NORM.                    DBANK27P
028337     CALL 'UWLMTCH' USING WS-WLM-DATA.                            DBANK27P
028338     IF WLM-IS-MATCH                                              DBANK27P
028339        PERFORM QUEUE-PAYEE-HIT THRU QUEUE-PAYEE-HIT-EXIT         DBANK27P
028340     END-IF.                                                      DBANK27P
028341     GO TO SCREEN-WLST-LOOP.                                      DBANK27P
028342 SCREEN-PAYEE-SET.                                                DBANK27P
028343     IF WS-SCREEN-CONFIRMED OR BPE-REC-SCREEN-BLOCKED             DBANK27P
028344        SET BPE-REC-SCREEN-BLOCKED TO TRUE                        DBANK27P
028345     ELSE                                                         DBANK27P
028346        IF WS-SCREEN-HITS IS GREATER THAN ZERO                    DBANK27P
028347           SET BPE-REC-SCREEN-HELD TO TRUE                        DBANK27P
028348        ELSE                                                      DBANK27P
028349           SET BPE-REC-SCREEN-CLEAR TO TRUE                       DBANK27P
028350        END-IF                                                    DBANK27P
028351     END-IF.                                                      DBANK27P
028352 SCREEN-PAYEE-NAME-EXIT.                                          DBANK27P
028353     EXIT.                                                        DBANK27P
028354                                                                  DBANK27P
028355***************************************************************** DBANK27P
028356* Queue one payee hit. The key carries the payee id, so only    * DBANK27P
028357* this payee's own record is read. A pending hit is left as it  * DBANK27P
028358* is and a decision taken under the payee's present name        * DBANK27P
028359* stands; one taken before a rename goes back to pending under  * DBANK27P
028360* the new name, keeping the earlier decision until compliance   * DBANK27P
028361* takes the new one.                                            * DBANK27P
028362***************************************************************** DBANK27P
028363 QUEUE-PAYEE-HIT.                                                 DBANK27P
028364     MOVE BPE-REC-OWNER-PID TO WS-BNKWHIT-RID-PID.                DBANK27P
028365     MOVE BWL-REC-ID TO WS-BNKWHIT-RID-WATCH.                     DBANK27P
028366     MOVE BPE-REC-PAYEE-ID TO WS-BNKWHIT-RID-PAYEE.               DBANK27P
028367     EXEC CICS READ FILE('BNKWHIT')                               DBANK27P
028368                    UPDATE                                        DBANK27P
028369                    INTO(WS-BNKWHIT-REC)                          DBANK27P
028370                    LENGTH(LENGTH OF WS-BNKWHIT-REC)              DBANK27P
028371                    RIDFLD(WS-BNKWHIT-RID)                        DBANK27P
028372                    KEYLENGTH(LENGTH OF WS-BNKWHIT-RID)           DBANK27P
028373                    RESP(WS-RESP)                                 DBANK27P
028374     END-EXEC.                                                    DBANK27P
028375     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK27P
028376        GO TO QUEUE-PAYEE-HIT-NEW                                 DBANK27P
028377     END-IF.                                                      DBANK27P
028378     IF BWH-REC-IS-PENDING                                        DBANK27P
028379        ADD 1 TO WS-SCREEN-HITS                                   DBANK27P
028380        EXEC CICS UNLOCK FILE('BNKWHIT')                          DBANK27P
028381        END-EXEC                                                  DBANK27P
028382        GO TO QUEUE-PAYEE-HIT-EXIT                                DBANK27P
028383     END-IF.                                                      DBANK27P
028384     IF BWH-REC-CUST-NAME IS EQUAL TO BPE-REC-NAME                DBANK27P
028385        IF BWH-REC-IS-CONFIRMED                                   DBANK27P
028386           SET WS-SCREEN-CONFIRMED TO TRUE                        DBANK27P
028387        END-IF                                                    DBANK27P
028388        EXEC CICS UNLOCK FILE('BNKWHIT')                          DBANK27P
028389        END-EXEC                                                  DBANK27P
028390        GO TO QUEUE-PAYEE-HIT-EXIT                                DBANK27P
028391     END-IF.                                                      DBANK27P
028392     MOVE BWL-REC-NAME TO BWH-REC-WATCH-NAME.                     DBANK27P
028393     MOVE BPE-REC-NAME TO BWH-REC-CUST-NAME.                      DBANK27P
028394     SET BWH-REC-IS-PENDING TO TRUE.                              DBANK27P
028395     ACCEPT WS-TS-CURRENT-DATE FROM DATE YYYYMMDD.                DBANK27P
028396     MOVE WS-TS-CURRENT-DATE TO BWH-REC-FOUND-DATE.               DBANK27P
028397     EXEC CICS REWRITE FILE('BNKWHIT')                            DBANK27P
028398                       FROM(WS-BNKWHIT-REC)                       DBANK27P
028399                       LENGTH(LENGTH OF WS-BNKWHIT-REC)           DBANK27P
028400                       RESP(WS-RESP)                              DBANK27P
028401     END-EXEC.                                                    DBANK27P
028402     ADD 1 TO WS-SCREEN-HITS.                                     DBANK27P
028403     GO TO QUEUE-PAYEE-HIT-EXIT.                                  DBANK27P
028404 QUEUE-PAYEE-HIT-NEW.                                             DBANK27P
028405     MOVE SPACES TO WS-BNKWHIT-REC.                               DBANK27P
028406     MOVE BPE-REC-OWNER-PID TO BWH-REC-PID.                       DBANK27P
028407     MOVE BWL-REC-ID TO BWH-REC-WATCH-ID.                         DBANK27P
028408     MOVE BPE-REC-PAYEE-ID TO BWH-REC-PAYEE-ID.                   DBANK27P
028409     MOVE BWL-REC-NAME TO BWH-REC-WATCH-NAME.                     DBANK27P
028410     MOVE BPE-REC-NAME TO BWH-REC-CUST-NAME.                      DBANK27P
028411     SET BWH-REC-MATCHED-PAYEE TO TRUE.                           DBANK27P
028412     SET BWH-REC-IS-PENDING TO TRUE.                              DBANK27P
028413     ACCEPT WS-TS-CURRENT-DATE FROM DATE YYYYMMDD.                DBANK27P
028414     MOVE WS-TS-CURRENT-DATE TO BWH-REC-FOUND-DATE.               DBANK27P
028415     EXEC CICS WRITE FILE('BNKWHIT')                              DBANK27P
028416                     FROM(WS-BNKWHIT-REC)                         DBANK27P
028417                     LENGTH(LENGTH OF WS-BNKWHIT-REC)             DBANK27P
028418                     RIDFLD(WS-BNKWHIT-RID)                       DBANK27P
028419                     KEYLENGTH(LENGTH OF WS-BNKWHIT-RID)          DBANK27P
028420                     RESP(WS-RESP)                                DBANK27P
028421     END-EXEC.                                                    DBANK27P
028422     ADD 1 TO WS-SCREEN-HITS.                                     DBANK27P
028423 QUEUE-PAYEE-HIT-EXIT.                                            DBANK27P
028424     EXIT.                                                        DBANK27P
028425                                                                  DBANK27P
028500***************************************************************** DBANK27P
028600* Return one payee's details                                    * DBANK27P
028700***************************************************************** DBANK27P
037510        MOVE 'Payee is closed' TO CD27O-MSG                       DBANK27P
037520        GO TO PAY-PAYEE-EXIT                                      DBANK27P
037530     END-IF.                                                      DBANK27P
037532     IF BPE-REC-SCREEN-BLOCKED                                    DBANK27P
037534        MOVE 'Payee blocked by screening' TO CD27O-MSG            DBANK27P
037536        GO TO PAY-PAYEE-EXIT                                      DBANK27P
037538     END-IF.                                                      DBANK27P
037540*    a payee the network has bounced before is still payable,     DBANK27P
037550*    but the teller is told so the details can be challenged      DBANK27P
037560     SET WS-PAYEE-CLEAN TO TRUE.                                  DBANK27P
