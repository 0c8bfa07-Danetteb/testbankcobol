001300* Program:     DBANK32P.CBL                                     * DBANK32P
001400* Function:    One-call relationship summary for a customer -   * DBANK32P
001500*              the data half of the Customer 360 screen. Pulls  * DBANK32P
001600*              the BNKCUST contact, lock state and AML risk     * DBANK32P
001700*              rating, walks the BNKACC PID alternate index     * DBANK32P
001710*              for open accounts                                * DBANK32P
001800*              (balance, past-due, ATM state, active standing-  * DBANK32P
001900*              order slots, first note line, open disputes      * DBANK32P
002000*              among the account's recent ledger entries), and  * DBANK32P
002100*              returns the newest loan quotes from the BNKLOAN  * DBANK32P
002200*              newest-first alternate index. The screen layer   * DBANK32P
002300*              drills into the existing inquiries for detail.   * DBANK32P
002310*              A customer in a confirmed household on BNKHHLD   * DBANK32P
002320*              also gets the other members, their open accounts * DBANK32P
002330*              and the household's combined balance.            * DBANK32P
002400*              VSAM Version                                     * DBANK32P
002500***************************************************************** DBANK32P
002600                                                                  DBANK32P
005500   05  WS-SO-COUNT                           PIC 9(1).            DBANK32P
005600   05  WS-DISPUTE-COUNT                      PIC 9(2).            DBANK32P
005700   05  WS-LEDG-SCANNED                       PIC S9(4) COMP.      DBANK32P
005710   05  WS-BNKHHLD-RID                        PIC X(5).            DBANK32P
005720   05  WS-BNKHHLD1-RID                       PIC X(5).            DBANK32P
005730   05  WS-HH-HEAD-PID                        PIC X(5).            DBANK32P
005740   05  WS-HH-MEMBER-PID                      PIC X(5).            DBANK32P
005800                                                                  DBANK32P
005900 01  WS-BNKCUST-REC.                                              DBANK32P
006000 COPY CBANKVCS.                                                   DBANK32P
006811                                                                  DBANK32P
006812 01  WS-BNKCASE-REC.                                              DBANK32P
006813 COPY CBANKVCM.                                                   DBANK32P
006823                                                                  DBANK32P
006833 01  WS-BNKHHLD-REC.                                              DBANK32P
006843 COPY CBANKVHH.                                                   DBANK32P
007000                                                                  DBANK32P
007100 01  WS-COMMAREA.                                                 DBANK32P
007200 COPY CBANKD32.                                                   DBANK32P
009200     MOVE SPACES TO CD32O-DATA.                                   DBANK32P
009300     MOVE 0 TO CD32O-ACC-COUNT.                                   DBANK32P
009400     MOVE 0 TO CD32O-QUOTE-COUNT.                                 DBANK32P
009410     MOVE 0 TO CD32O-HH-MEMBER-COUNT.                             DBANK32P
009420     MOVE 0 TO CD32O-HH-ACC-COUNT.                                DBANK32P
009430     MOVE 0 TO CD32O-HH-TOTAL.                                    DBANK32P
009500     SET CD32O-FAIL TO TRUE.                                      DBANK32P
009600                                                                  DBANK32P
009700***************************************************************** DBANK32P
011100     MOVE BCS-REC-NAME TO CD32O-NAME.                             DBANK32P
011200     MOVE BCS-REC-EMAIL TO CD32O-EMAIL.                           DBANK32P
011300     MOVE BCS-REC-PIN-LOCKED TO CD32O-PIN-LOCKED.                 DBANK32P
011310     MOVE BCS-REC-RISK-RATING TO CD32O-RISK-RATING.               DBANK32P
011320     MOVE BCS-REC-ADDR-STATUS TO CD32O-ADDR-STATUS.               DBANK32P
011400                                                                  DBANK32P
011500***************************************************************** DBANK32P
011600* Walk the customer's accounts by the PID alternate index       * DBANK32P
020711*    cases so trouble shows beside the balances                   DBANK32P
020712     PERFORM COUNT-OPEN-CASES THRU                                DBANK32P
020713             COUNT-OPEN-CASES-EXIT.                               DBANK32P
020723*    and the rest of the customer's household                     DBANK32P
020733     PERFORM SHOW-HOUSEHOLD THRU                                  DBANK32P
020743             SHOW-HOUSEHOLD-EXIT.                                 DBANK32P
020800     GO TO DBANK32P-EXIT.                                         DBANK32P
020900                                                                  DBANK32P
021000***************************************************************** DBANK32P
024647     GO TO CASE-COUNT-LOOP.                                       DBANK32P
024648 COUNT-OPEN-CASES-EXIT.                                           DBANK32P
024649     EXIT.                                                        DBANK32P
024650                                                                  DBANK32P
024651***************************************************************** DBANK32P
024652* The customer's confirmed household - every confirmed member   * DBANK32P
024653* is browsed by the head on the alternate index; the others are * DBANK32P
024654* returned with their open accounts and everyone's balances go  * DBANK32P
024655* into the household total                                      * DBANK32P
024656***************************************************************** DBANK32P
024657 SHOW-HOUSEHOLD.                                                  DBANK32P
024658     MOVE CD32I-PID TO WS-BNKHHLD-RID.                            DBANK32P
024659     EXEC CICS READ FILE('BNKHHLD')                               DBANK32P
024660                    INTO(WS-BNKHHLD-REC)                          DBANK32P
024661                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBANK32P
024662                    RIDFLD(WS-BNKHHLD-RID)                        DBANK32P
024663                    RESP(WS-RESP)                                 DBANK32P
024664     END-EXEC.                                                    DBANK32P
024665     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK32P
024666        GO TO SHOW-HOUSEHOLD-EXIT                                 DBANK32P
024667     END-IF.                                                      DBANK32P
024668     IF NOT HHL-REC-IS-CONFIRMED                                  DBANK32P
024669        GO TO SHOW-HOUSEHOLD-EXIT                                 DBANK32P
024670     END-IF.                                                      DBANK32P
024671     MOVE HHL-REC-HEAD-PID TO WS-HH-HEAD-PID.                     DBANK32P
024672     MOVE HHL-REC-HEAD-PID TO CD32O-HH-HEAD-PID.                  DBANK32P
024673     MOVE WS-HH-HEAD-PID TO WS-BNKHHLD1-RID.                      DBANK32P
024674     EXEC CICS STARTBR FILE('BNKHHLD1')                           DBANK32P
024675                       RIDFLD(WS-BNKHHLD1-RID)                    DBANK32P
024676                       GTEQ                                       DBANK32P
024677                       RESP(WS-RESP)                              DBANK32P
024678     END-EXEC.                                                    DBANK32P
024679     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK32P
024680        GO TO SHOW-HOUSEHOLD-EXIT                                 DBANK32P
024681     END-IF.                                                      DBANK32P
024682 HOUSEHOLD-LOOP.                                                  DBANK32P
024683     EXEC CICS READNEXT FILE('BNKHHLD1')                          DBANK32P
024684                        INTO(WS-BNKHHLD-REC)                      DBANK32P
024685                        LENGTH(LENGTH OF WS-BNKHHLD-REC)          DBANK32P
024686                        RIDFLD(WS-BNKHHLD1-RID)                   DBANK32P
024687                        RESP(WS-RESP)                             DBANK32P
024688     END-EXEC.                                                    DBANK32P
024689     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANK32P
024690         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANK32P
024691        HHL-REC-HEAD-PID IS NOT EQUAL TO WS-HH-HEAD-PID           DBANK32P
024692        EXEC CICS ENDBR FILE('BNKHHLD1')                          DBANK32P
024693        END-EXEC                                                  DBANK32P
024694        GO TO SHOW-HOUSEHOLD-EXIT                                 DBANK32P
024695     END-IF.                                                      DBANK32P
024696     IF NOT HHL-REC-IS-CONFIRMED                                  DBANK32P
024697        GO TO HOUSEHOLD-LOOP                                      DBANK32P
024698     END-IF.                                                      DBANK32P
024699     MOVE HHL-REC-MEMBER-PID TO WS-HH-MEMBER-PID.                 DBANK32P
024700     IF WS-HH-MEMBER-PID IS NOT EQUAL TO CD32I-PID AND            DBANK32P
024701        CD32O-HH-MEMBER-COUNT IS LESS THAN 5                      DBANK32P
024702        ADD 1 TO CD32O-HH-MEMBER-COUNT                            DBANK32P
024703        MOVE CD32O-HH-MEMBER-COUNT TO WS-SUB1                     DBANK32P
024704        MOVE WS-HH-MEMBER-PID TO CD32O-H-PID (WS-SUB1)            DBANK32P
024705        MOVE WS-HH-MEMBER-PID TO WS-BNKCUST-RID                   DBANK32P
024706        EXEC CICS READ FILE('BNKCUST')                            DBANK32P
024707                       INTO(WS-BNKCUST-REC)                       DBANK32P
024708                       LENGTH(LENGTH OF WS-BNKCUST-REC)           DBANK32P
024709                       RIDFLD(WS-BNKCUST-RID)                     DBANK32P
024710                       RESP(WS-RESP)                              DBANK32P
024711        END-EXEC                                                  DBANK32P
024712        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    DBANK32P
024713           MOVE BCS-REC-NAME TO CD32O-H-NAME (WS-SUB1)            DBANK32P
024714        END-IF                                                    DBANK32P
024715     END-IF.                                                      DBANK32P
024716     PERFORM HOUSEHOLD-ACCOUNTS THRU                              DBANK32P
024717             HOUSEHOLD-ACCOUNTS-EXIT.                             DBANK32P
024718     GO TO HOUSEHOLD-LOOP.                                        DBANK32P
024719 SHOW-HOUSEHOLD-EXIT.                                             DBANK32P
024720     EXIT.                                                        DBANK32P
024721                                                                  DBANK32P
024722***************************************************************** DBANK32P
024723* One member's open accounts, by the PID alternate index        * DBANK32P
024724***************************************************************** DBANK32P
024725 HOUSEHOLD-ACCOUNTS.                                              DBANK32P
024726     MOVE WS-HH-MEMBER-PID TO WS-BNKACC1-RID.                     DBANK32P
024727     EXEC CICS STARTBR FILE('BNKACC1')                            DBANK32P
024728                       RIDFLD(WS-BNKACC1-RID)                     DBANK32P
024729                       GTEQ                                       DBANK32P
024730                       RESP(WS-RESP)                              DBANK32P
024731     END-EXEC.                                                    DBANK32P
024732     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK32P
024733        GO TO HOUSEHOLD-ACCOUNTS-EXIT                             DBANK32P
024734     END-IF.                                                      DBANK32P
024735 HOUSEHOLD-ACCOUNT-LOOP.                                          DBANK32P
024736     EXEC CICS READNEXT FILE('BNKACC1')                           DBANK32P
024737                        INTO(WS-BNKACC-REC)                       DBANK32P
024738                        LENGTH(LENGTH OF WS-BNKACC-REC)           DBANK32P
024739                        RIDFLD(WS-BNKACC1-RID)                    DBANK32P
024740                        RESP(WS-RESP)                             DBANK32P
024741     END-EXEC.                                                    DBANK32P
024742     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBANK32P
024743         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBANK32P
024744        BAC-REC-PID IS NOT EQUAL TO WS-HH-MEMBER-PID              DBANK32P
024745        EXEC CICS ENDBR FILE('BNKACC1')                           DBANK32P
024746        END-EXEC                                                  DBANK32P
024747        GO TO HOUSEHOLD-ACCOUNTS-EXIT                             DBANK32P
024748     END-IF.                                                      DBANK32P
024749     IF BAC-REC-ACC-IS-CLOSED                                     DBANK32P
024750        GO TO HOUSEHOLD-ACCOUNT-LOOP                              DBANK32P
024751     END-IF.                                                      DBANK32P
024752     ADD BAC-REC-BALANCE TO CD32O-HH-TOTAL.                       DBANK32P
024753     IF WS-HH-MEMBER-PID IS EQUAL TO CD32I-PID OR                 DBANK32P
024754        CD32O-HH-ACC-COUNT IS EQUAL TO 10                         DBANK32P
024755        GO TO HOUSEHOLD-ACCOUNT-LOOP                              DBANK32P
024756     END-IF.                                                      DBANK32P
024757     ADD 1 TO CD32O-HH-ACC-COUNT.                                 DBANK32P
024758     MOVE CD32O-HH-ACC-COUNT TO WS-SUB2.                          DBANK32P
024759     MOVE WS-HH-MEMBER-PID TO CD32O-HA-PID (WS-SUB2).             DBANK32P
024760     MOVE BAC-REC-ACCNO TO CD32O-HA-ACCNO (WS-SUB2).              DBANK32P
024761     MOVE BAC-REC-TYPE TO CD32O-HA-TYPE (WS-SUB2).                DBANK32P
024762     MOVE BAC-REC-BALANCE TO CD32O-HA-BALANCE (WS-SUB2).          DBANK32P
024763     GO TO HOUSEHOLD-ACCOUNT-LOOP.                                DBANK32P
024764 HOUSEHOLD-ACCOUNTS-EXIT.                                         DBANK32P
024765     EXIT.                                                        DBANK32P
024800                                                                  DBANK32P
024900 DBANK32P-EXIT.                                                   DBANK32P
025000***************************************************************** DBANK32P
