000100***************************************************************** DBNK191P
000200*                                                               * DBNK191P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK191P
000400*   This demonstration program is provided for use by users     * DBNK191P
000500*   of Micro Focus products and may be used, modified and       * DBNK191P
000600*   distributed as part of your application provided that       * DBNK191P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK191P
000800*   in this material.                                           * DBNK191P
000900*                                                               * DBNK191P
001000***************************************************************** DBNK191P
001100                                                                  DBNK191P
001200                                                                  DBNK191P
001300***************************************************************** DBNK191P
001400* Program:     DBNK191P.CBL                                     * DBNK191P
001500* Function:    Returned-mail register maintenance. Records a    * DBNK191P
001600*              statement or letter the post office has sent     * DBNK191P
001700*              back as undeliverable against the customer on    * DBNK191P
001800*              BNKRMAL, with the address it went to, and marks  * DBNK191P
001900*              the BNKCUST address as returned so that          * DBNK191P
002000*              DBANK56P, DBANK79P and DBNK113P send by e-mail   * DBNK191P
002100*              where one is held and hold paper back where not. * DBNK191P
002200*              The returns are cleared, and the mark taken off, * DBNK191P
002300*              when BBANK60P records a new address or by a      * DBNK191P
002400*              supervisor by hand. An enquiry returns the mark  * DBNK191P
002500*              and up to six of the customer's returns.         * DBNK191P
002600*              VSAM version                                     * DBNK191P
002700***************************************************************** DBNK191P
002800                                                                  DBNK191P
002900 IDENTIFICATION DIVISION.                                         DBNK191P
003000 PROGRAM-ID.                                                      DBNK191P
003100     DBNK191P.                                                    DBNK191P
003200 DATE-WRITTEN.                                                    DBNK191P
003300     October 2008.                                                DBNK191P
003400 DATE-COMPILED.                                                   DBNK191P
003500     Today.                                                       DBNK191P
003600                                                                  DBNK191P
003700 ENVIRONMENT DIVISION.                                            DBNK191P
003800                                                                  DBNK191P
003900 DATA DIVISION.                                                   DBNK191P
004000                                                                  DBNK191P
004100 WORKING-STORAGE SECTION.                                         DBNK191P
004200 01  WS-MISC-STORAGE.                                             DBNK191P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK191P
004400       VALUE 'DBNK191P'.                                          DBNK191P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK191P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBNK191P
004700   05  WS-RMAL-TOKEN                         PIC S9(8) COMP.      DBNK191P
004800   05  WS-CUST-TOKEN                         PIC S9(8) COMP.      DBNK191P
004900   05  WS-BNKRMAL-RID.                                            DBNK191P
005000     10  WS-BNKRMAL-RID-PID                  PIC X(5).            DBNK191P
005100     10  WS-BNKRMAL-RID-TIMESTAMP            PIC X(26).           DBNK191P
005200   05  WS-BNKOPER-RID                        PIC X(5).            DBNK191P
005300   05  WS-BNKCUST-RID                        PIC X(5).            DBNK191P
005400   05  WS-TODAY-DATE                         PIC X(8).            DBNK191P
005500   05  WS-DONE-MSG                           PIC X(40).           DBNK191P
005600   05  WS-CLEAR-REASON                       PIC X(1).            DBNK191P
005700   05  WS-CLEARED-COUNT                      PIC 9(3).            DBNK191P
005800   05  WS-OPEN-FOUND                         PIC X(1).            DBNK191P
005900     88  OPEN-ENTRY-FOUND                    VALUE 'Y'.           DBNK191P
006000     88  NO-OPEN-ENTRY                       VALUE 'N'.           DBNK191P
006100                                                                  DBNK191P
006200 COPY CTSTAMPD.                                                   DBNK191P
006300                                                                  DBNK191P
006400 01  WS-BNKRMAL-REC.                                              DBNK191P
006500 COPY CBANKVRM.                                                   DBNK191P
006600                                                                  DBNK191P
006700 01  WS-BNKOPER-REC.                                              DBNK191P
006800 COPY CBANKVOR.                                                   DBNK191P
006900                                                                  DBNK191P
007000 01  WS-BNKCUST-REC.                                              DBNK191P
007100 COPY CBANKVCS.                                                   DBNK191P
007200                                                                  DBNK191P
007300 01  WS-COMMAREA.                                                 DBNK191P
007400 COPY CBNKD191.                                                   DBNK191P
007500                                                                  DBNK191P
007600 COPY CABENDD.                                                    DBNK191P
007700                                                                  DBNK191P
007800 LINKAGE SECTION.                                                 DBNK191P
007900 01  DFHCOMMAREA.                                                 DBNK191P
008000   05  LK-COMMAREA                           PIC X(1)             DBNK191P
008100       OCCURS 1 TO 4096 TIMES                                     DBNK191P
008200         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK191P
008300                                                                  DBNK191P
008400 COPY CENTRY.                                                     DBNK191P
008500***************************************************************** DBNK191P
008600* Move the passed data to our area                              * DBNK191P
008700***************************************************************** DBNK191P
008800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK191P
008900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK191P
009000                                                                  DBNK191P
009100***************************************************************** DBNK191P
009200* Initialize our output area                                    * DBNK191P
009300***************************************************************** DBNK191P
009400     MOVE SPACES TO C191O-DATA.                                   DBNK191P
009500     SET C191O-FAIL TO TRUE.                                      DBNK191P
009600     MOVE 0 TO C191O-COUNT.                                       DBNK191P
009700     MOVE SPACES TO WS-DONE-MSG.                                  DBNK191P
009800     MOVE 0 TO WS-CLEARED-COUNT.                                  DBNK191P
009900     MOVE SPACES TO WS-CLEAR-REASON.                              DBNK191P
010000                                                                  DBNK191P
010100 COPY CTSTAMPP.                                                   DBNK191P
010200     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK191P
010300     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK191P
010400     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK191P
010500                                                                  DBNK191P
010600     MOVE C191I-PID TO WS-BNKCUST-RID.                            DBNK191P
010700     EXEC CICS READ FILE('BNKCUST')                               DBNK191P
010800                    INTO(WS-BNKCUST-REC)                          DBNK191P
010900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK191P
011000                    RIDFLD(WS-BNKCUST-RID)                        DBNK191P
011100                    RESP(WS-RESP)                                 DBNK191P
011200     END-EXEC.                                                    DBNK191P
011300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
011400        MOVE 'Customer not found' TO C191O-MSG                    DBNK191P
011500        GO TO DBNK191P-EXIT                                       DBNK191P
011600     END-IF.                                                      DBNK191P
011700                                                                  DBNK191P
011800     IF C191I-ENQUIRE                                             DBNK191P
011900        GO TO RETURN-REGISTER                                     DBNK191P
012000     END-IF.                                                      DBNK191P
012100     IF C191I-RECORD                                              DBNK191P
012200        GO TO RECORD-RETURN                                       DBNK191P
012300     END-IF.                                                      DBNK191P
012400                                                                  DBNK191P
012500***************************************************************** DBNK191P
012600* A new address clears every open return; there is nothing to   * DBNK191P
012700* do when the address was not marked                            * DBNK191P
012800***************************************************************** DBNK191P
012900     IF C191I-ADDR-CHANGED                                        DBNK191P
013000        IF BCS-REC-ADDR-GOOD                                      DBNK191P
013100           SET C191O-OK TO TRUE                                   DBNK191P
013200           GO TO DBNK191P-EXIT                                    DBNK191P
013300        END-IF                                                    DBNK191P
013400        MOVE 'A' TO WS-CLEAR-REASON                               DBNK191P
013500        PERFORM CLEAR-RETURNS THRU                                DBNK191P
013600                CLEAR-RETURNS-EXIT                                DBNK191P
013700        IF C191O-MSG IS NOT EQUAL TO SPACES                       DBNK191P
013800           GO TO DBNK191P-EXIT                                    DBNK191P
013900        END-IF                                                    DBNK191P
014000        SET C191O-OK TO TRUE                                      DBNK191P
014100        MOVE 'Returned mail cleared - new address'                DBNK191P
014200          TO C191O-MSG                                            DBNK191P
014300        GO TO DBNK191P-EXIT                                       DBNK191P
014400     END-IF.                                                      DBNK191P
014500                                                                  DBNK191P
014600***************************************************************** DBNK191P
014700* Clearing by hand, with the old address still in place, needs  * DBNK191P
014800* an active supervisor or administrator                         * DBNK191P
014900***************************************************************** DBNK191P
015000     IF NOT C191I-CLEAR                                           DBNK191P
015100        MOVE 'Request code must be E, R, C or A' TO C191O-MSG     DBNK191P
015200        GO TO DBNK191P-EXIT                                       DBNK191P
015300     END-IF.                                                      DBNK191P
015400     MOVE C191I-OPERATOR TO WS-BNKOPER-RID.                       DBNK191P
015500     EXEC CICS READ FILE('BNKOPER')                               DBNK191P
015600                    INTO(WS-BNKOPER-REC)                          DBNK191P
015700                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK191P
015800                    RIDFLD(WS-BNKOPER-RID)                        DBNK191P
015900                    RESP(WS-RESP)                                 DBNK191P
016000     END-EXEC.                                                    DBNK191P
016100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK191P
016200        NOT BOR-REC-IS-ACTIVE OR                                  DBNK191P
016300        (NOT BOR-REC-ROLE-SUPERVISOR AND                          DBNK191P
016400         NOT BOR-REC-ROLE-ADMIN)                                  DBNK191P
016500        MOVE 'Supervisor authority required' TO C191O-MSG         DBNK191P
016600        GO TO DBNK191P-EXIT                                       DBNK191P
016700     END-IF.                                                      DBNK191P
016800     IF BCS-REC-ADDR-GOOD                                         DBNK191P
016900        MOVE 'Address is not marked as returned' TO C191O-MSG     DBNK191P
017000        GO TO DBNK191P-EXIT                                       DBNK191P
017100     END-IF.                                                      DBNK191P
017200     MOVE 'M' TO WS-CLEAR-REASON.                                 DBNK191P
017300     PERFORM CLEAR-RETURNS THRU                                   DBNK191P
017400             CLEAR-RETURNS-EXIT.                                  DBNK191P
017500     IF C191O-MSG IS NOT EQUAL TO SPACES                          DBNK191P
017600        GO TO DBNK191P-EXIT                                       DBNK191P
017700     END-IF.                                                      DBNK191P
017800     MOVE 'Returned mail cleared' TO WS-DONE-MSG.                 DBNK191P
017900     GO TO RETURN-REGISTER.                                       DBNK191P
018000                                                                  DBNK191P
018100***************************************************************** DBNK191P
018200* Record a return against the address now held, then mark the   * DBNK191P
018300* address. The entry is taken back off if the mark cannot be    * DBNK191P
018400* set                                                           * DBNK191P
018500***************************************************************** DBNK191P
018600 RECORD-RETURN.                                                   DBNK191P
018700     IF C191I-DOC-TYPE IS EQUAL TO SPACES                         DBNK191P
018800        MOVE 'STMT' TO C191I-DOC-TYPE                             DBNK191P
018900     END-IF.                                                      DBNK191P
019000     IF C191I-REASON IS EQUAL TO SPACES                           DBNK191P
019100        MOVE 'RETURNED BY POST' TO C191I-REASON                   DBNK191P
019200     END-IF.                                                      DBNK191P
019300     MOVE SPACES TO WS-BNKRMAL-REC.                               DBNK191P
019400     MOVE C191I-PID TO BRM-REC-PID.                               DBNK191P
019500     MOVE WS-TIMESTAMP TO BRM-REC-TIMESTAMP.                      DBNK191P
019600     MOVE C191I-DOC-TYPE TO BRM-REC-DOC-TYPE.                     DBNK191P
019700     MOVE C191I-REASON TO BRM-REC-REASON.                         DBNK191P
019800     MOVE BCS-REC-ADDR1 TO BRM-REC-ADDR1.                         DBNK191P
019900     MOVE BCS-REC-ADDR2 TO BRM-REC-ADDR2.                         DBNK191P
020000     MOVE BCS-REC-POST-CODE TO BRM-REC-POST-CODE.                 DBNK191P
020100     MOVE WS-TODAY-DATE TO BRM-REC-RECORDED-DATE.                 DBNK191P
020200     MOVE C191I-OPERATOR TO BRM-REC-RECORDED-BY.                  DBNK191P
020300     SET BRM-REC-IS-OPEN TO TRUE.                                 DBNK191P
020400     MOVE BRM-REC-KEY TO WS-BNKRMAL-RID.                          DBNK191P
020500     EXEC CICS WRITE FILE('BNKRMAL')                              DBNK191P
020600                     FROM(WS-BNKRMAL-REC)                         DBNK191P
020700                     LENGTH(LENGTH OF WS-BNKRMAL-REC)             DBNK191P
020800                     RIDFLD(WS-BNKRMAL-RID)                       DBNK191P
020900                     RESP(WS-RESP)                                DBNK191P
021000     END-EXEC.                                                    DBNK191P
021100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
021200        MOVE 'Unable to update returned-mail register'            DBNK191P
021300          TO C191O-MSG                                            DBNK191P
021400        GO TO DBNK191P-EXIT                                       DBNK191P
021500     END-IF.                                                      DBNK191P
021600     IF BCS-REC-ADDR-GOOD                                         DBNK191P
021700        PERFORM SET-ADDR-STATUS THRU                              DBNK191P
021800                SET-ADDR-STATUS-EXIT                              DBNK191P
021900        IF C191O-MSG IS NOT EQUAL TO SPACES                       DBNK191P
022000           EXEC CICS DELETE FILE('BNKRMAL')                       DBNK191P
022100                            RIDFLD(WS-BNKRMAL-RID)                DBNK191P
022200                            RESP(WS-RESP)                         DBNK191P
022300           END-EXEC                                               DBNK191P
022400           GO TO DBNK191P-EXIT                                    DBNK191P
022500        END-IF                                                    DBNK191P
022600     END-IF.                                                      DBNK191P
022700     IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES                      DBNK191P
022800        MOVE 'Return recorded - output now by e-mail'             DBNK191P
022900          TO WS-DONE-MSG                                          DBNK191P
023000     ELSE                                                         DBNK191P
023100        MOVE 'Return recorded - paper output held back'           DBNK191P
023200          TO WS-DONE-MSG                                          DBNK191P
023300     END-IF.                                                      DBNK191P
023400                                                                  DBNK191P
023500***************************************************************** DBNK191P
023600* Return the mark and the customer's returns                    * DBNK191P
023700***************************************************************** DBNK191P
023800 RETURN-REGISTER.                                                 DBNK191P
023900     MOVE BCS-REC-NAME TO C191O-NAME.                             DBNK191P
024000     MOVE BCS-REC-ADDR-STATUS TO C191O-ADDR-STATUS.               DBNK191P
024100     IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES                      DBNK191P
024200        MOVE 'Y' TO C191O-EMAIL-HELD                              DBNK191P
024300     ELSE                                                         DBNK191P
024400        MOVE 'N' TO C191O-EMAIL-HELD                              DBNK191P
024500     END-IF.                                                      DBNK191P
024600     PERFORM LIST-RETURNS THRU                                    DBNK191P
024700             LIST-RETURNS-EXIT.                                   DBNK191P
024800     SET C191O-OK TO TRUE.                                        DBNK191P
024900     MOVE WS-DONE-MSG TO C191O-MSG.                               DBNK191P
025000     IF C191O-MSG IS EQUAL TO SPACES AND                          DBNK191P
025100        C191O-COUNT IS EQUAL TO ZERO                              DBNK191P
025200        MOVE 'No returned mail on file' TO C191O-MSG              DBNK191P
025300     END-IF.                                                      DBNK191P
025400                                                                  DBNK191P
025500***************************************************************** DBNK191P
025600* Move the result back to the callers area                      * DBNK191P
025700***************************************************************** DBNK191P
025800 DBNK191P-EXIT.                                                   DBNK191P
025900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK191P
026000                                                                  DBNK191P
026100***************************************************************** DBNK191P
026200* Return to our caller                                          * DBNK191P
026300***************************************************************** DBNK191P
026400 COPY CRETURN.                                                    DBNK191P
026500                                                                  DBNK191P
026600***************************************************************** DBNK191P
026700* Mark the customer's address returned (WS-CLEAR-REASON spaces) * DBNK191P
026800* or good again                                                 * DBNK191P
026900***************************************************************** DBNK191P
027000 SET-ADDR-STATUS.                                                 DBNK191P
027100     MOVE C191I-PID TO WS-BNKCUST-RID.                            DBNK191P
027200     EXEC CICS READ FILE('BNKCUST')                               DBNK191P
027300                    UPDATE                                        DBNK191P
027400                    INTO(WS-BNKCUST-REC)                          DBNK191P
027500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK191P
027600                    RIDFLD(WS-BNKCUST-RID)                        DBNK191P
027700                    TOKEN(WS-CUST-TOKEN)                          DBNK191P
027800                    RESP(WS-RESP)                                 DBNK191P
027900     END-EXEC.                                                    DBNK191P
028000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
028100        MOVE 'Unable to update customer' TO C191O-MSG             DBNK191P
028200        GO TO SET-ADDR-STATUS-EXIT                                DBNK191P
028300     END-IF.                                                      DBNK191P
028400     IF WS-CLEAR-REASON IS EQUAL TO SPACES                        DBNK191P
028500        SET BCS-REC-ADDR-RETURNED TO TRUE                         DBNK191P
028600     ELSE                                                         DBNK191P
028700        SET BCS-REC-ADDR-GOOD TO TRUE                             DBNK191P
028800     END-IF.                                                      DBNK191P
028900     EXEC CICS REWRITE FILE('BNKCUST')                            DBNK191P
029000                    FROM(WS-BNKCUST-REC)                          DBNK191P
029100                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK191P
029200                    TOKEN(WS-CUST-TOKEN)                          DBNK191P
029300                    RESP(WS-RESP)                                 DBNK191P
029400     END-EXEC.                                                    DBNK191P
029500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
029600        MOVE 'Unable to update customer' TO C191O-MSG             DBNK191P
029700     END-IF.                                                      DBNK191P
029800 SET-ADDR-STATUS-EXIT.                                            DBNK191P
029900     EXIT.                                                        DBNK191P
030000                                                                  DBNK191P
030100***************************************************************** DBNK191P
030200* Clear every open return for the customer, dated and with the  * DBNK191P
030300* reason in WS-CLEAR-REASON, then take the mark off. The browse * DBNK191P
030400* is started again after each entry is cleared                  * DBNK191P
030500***************************************************************** DBNK191P
030600 CLEAR-RETURNS.                                                   DBNK191P
030700     PERFORM FIND-OPEN-RETURN THRU                                DBNK191P
030800             FIND-OPEN-RETURN-EXIT.                               DBNK191P
030900     IF NO-OPEN-ENTRY                                             DBNK191P
031000        GO TO CLEAR-RETURNS-MARK                                  DBNK191P
031100     END-IF.                                                      DBNK191P
031200     EXEC CICS READ FILE('BNKRMAL')                               DBNK191P
031300                    UPDATE                                        DBNK191P
031400                    INTO(WS-BNKRMAL-REC)                          DBNK191P
031500                    LENGTH(LENGTH OF WS-BNKRMAL-REC)              DBNK191P
031600                    RIDFLD(WS-BNKRMAL-RID)                        DBNK191P
031700                    TOKEN(WS-RMAL-TOKEN)                          DBNK191P
031800                    RESP(WS-RESP)                                 DBNK191P
031900     END-EXEC.                                                    DBNK191P
032000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
032100        MOVE 'Unable to update returned-mail register'            DBNK191P
032200          TO C191O-MSG                                            DBNK191P
032300        GO TO CLEAR-RETURNS-EXIT                                  DBNK191P
032400     END-IF.                                                      DBNK191P
032500     SET BRM-REC-IS-CLEARED TO TRUE.                              DBNK191P
032600     MOVE WS-TODAY-DATE TO BRM-REC-CLEARED-DATE.                  DBNK191P
032700     MOVE C191I-OPERATOR TO BRM-REC-CLEARED-BY.                   DBNK191P
032800     MOVE WS-CLEAR-REASON TO BRM-REC-CLEAR-REASON.                DBNK191P
032900     EXEC CICS REWRITE FILE('BNKRMAL')                            DBNK191P
033000                    FROM(WS-BNKRMAL-REC)                          DBNK191P
033100                    LENGTH(LENGTH OF WS-BNKRMAL-REC)              DBNK191P
033200                    TOKEN(WS-RMAL-TOKEN)                          DBNK191P
033300                    RESP(WS-RESP)                                 DBNK191P
033400     END-EXEC.                                                    DBNK191P
033500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
033600        MOVE 'Unable to update returned-mail register'            DBNK191P
033700          TO C191O-MSG                                            DBNK191P
033800        GO TO CLEAR-RETURNS-EXIT                                  DBNK191P
033900     END-IF.                                                      DBNK191P
034000     ADD 1 TO WS-CLEARED-COUNT.                                   DBNK191P
034100     GO TO CLEAR-RETURNS.                                         DBNK191P
034200 CLEAR-RETURNS-MARK.                                              DBNK191P
034300     PERFORM SET-ADDR-STATUS THRU                                 DBNK191P
034400             SET-ADDR-STATUS-EXIT.                                DBNK191P
034500 CLEAR-RETURNS-EXIT.                                              DBNK191P
034600     EXIT.                                                        DBNK191P
034700                                                                  DBNK191P
034800***************************************************************** DBNK191P
034900* Browse the customer's returns by key for the first one still  * DBNK191P
035000* open, leaving its key in WS-BNKRMAL-RID                       * DBNK191P
035100***************************************************************** DBNK191P
035200 FIND-OPEN-RETURN.                                                DBNK191P
035300     SET NO-OPEN-ENTRY TO TRUE.                                   DBNK191P
035400     MOVE C191I-PID TO WS-BNKRMAL-RID-PID.                        DBNK191P
035500     MOVE LOW-VALUES TO WS-BNKRMAL-RID-TIMESTAMP.                 DBNK191P
035600     EXEC CICS STARTBR FILE('BNKRMAL')                            DBNK191P
035700                       RIDFLD(WS-BNKRMAL-RID)                     DBNK191P
035800                       GTEQ                                       DBNK191P
035900                       RESP(WS-RESP)                              DBNK191P
036000     END-EXEC.                                                    DBNK191P
036100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
036200        GO TO FIND-OPEN-RETURN-EXIT                               DBNK191P
036300     END-IF.                                                      DBNK191P
036400 FIND-OPEN-RETURN-LOOP.                                           DBNK191P
036500     EXEC CICS READNEXT FILE('BNKRMAL')                           DBNK191P
036600                        INTO(WS-BNKRMAL-REC)                      DBNK191P
036700                        LENGTH(LENGTH OF WS-BNKRMAL-REC)          DBNK191P
036800                        RIDFLD(WS-BNKRMAL-RID)                    DBNK191P
036900                        RESP(WS-RESP)                             DBNK191P
037000     END-EXEC.                                                    DBNK191P
037100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK191P
037200        BRM-REC-PID IS NOT EQUAL TO C191I-PID                     DBNK191P
037300        GO TO FIND-OPEN-RETURN-ENDED                              DBNK191P
037400     END-IF.                                                      DBNK191P
037500     IF BRM-REC-IS-OPEN                                           DBNK191P
037600        SET OPEN-ENTRY-FOUND TO TRUE                              DBNK191P
037700        GO TO FIND-OPEN-RETURN-ENDED                              DBNK191P
037800     END-IF.                                                      DBNK191P
037900     GO TO FIND-OPEN-RETURN-LOOP.                                 DBNK191P
038000 FIND-OPEN-RETURN-ENDED.                                          DBNK191P
038100     EXEC CICS ENDBR FILE('BNKRMAL')                              DBNK191P
038200                     RESP(WS-RESP)                                DBNK191P
038300     END-EXEC.                                                    DBNK191P
038400 FIND-OPEN-RETURN-EXIT.                                           DBNK191P
038500     EXIT.                                                        DBNK191P
038600                                                                  DBNK191P
038700***************************************************************** DBNK191P
038800* Browse the customer's returns by key, returning the first six * DBNK191P
038900***************************************************************** DBNK191P
039000 LIST-RETURNS.                                                    DBNK191P
039100     MOVE 0 TO C191O-COUNT.                                       DBNK191P
039200     MOVE C191I-PID TO WS-BNKRMAL-RID-PID.                        DBNK191P
039300     MOVE LOW-VALUES TO WS-BNKRMAL-RID-TIMESTAMP.                 DBNK191P
039400     EXEC CICS STARTBR FILE('BNKRMAL')                            DBNK191P
039500                       RIDFLD(WS-BNKRMAL-RID)                     DBNK191P
039600                       GTEQ                                       DBNK191P
039700                       RESP(WS-RESP)                              DBNK191P
039800     END-EXEC.                                                    DBNK191P
039900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK191P
040000        GO TO LIST-RETURNS-EXIT                                   DBNK191P
040100     END-IF.                                                      DBNK191P
040200 LIST-RETURNS-LOOP.                                               DBNK191P
040300     EXEC CICS READNEXT FILE('BNKRMAL')                           DBNK191P
040400                        INTO(WS-BNKRMAL-REC)                      DBNK191P
040500                        LENGTH(LENGTH OF WS-BNKRMAL-REC)          DBNK191P
040600                        RIDFLD(WS-BNKRMAL-RID)                    DBNK191P
040700                        RESP(WS-RESP)                             DBNK191P
040800     END-EXEC.                                                    DBNK191P
040900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK191P
041000        BRM-REC-PID IS NOT EQUAL TO C191I-PID                     DBNK191P
041100        GO TO LIST-RETURNS-ENDED                                  DBNK191P
041200     END-IF.                                                      DBNK191P
041300     IF C191O-COUNT IS EQUAL TO 6                                 DBNK191P
041400        GO TO LIST-RETURNS-ENDED                                  DBNK191P
041500     END-IF.                                                      DBNK191P
041600     ADD 1 TO C191O-COUNT.                                        DBNK191P
041700     MOVE BRM-REC-RECORDED-DATE TO C191O-E-DATE (C191O-COUNT).    DBNK191P
041800     MOVE BRM-REC-DOC-TYPE TO C191O-E-DOC-TYPE (C191O-COUNT).     DBNK191P
041900     MOVE BRM-REC-STATUS TO C191O-E-STATUS (C191O-COUNT).         DBNK191P
042000     MOVE BRM-REC-REASON TO C191O-E-REASON (C191O-COUNT).         DBNK191P
042100     MOVE BRM-REC-ADDR1 TO C191O-E-ADDR1 (C191O-COUNT).           DBNK191P
042200     GO TO LIST-RETURNS-LOOP.                                     DBNK191P
042300 LIST-RETURNS-ENDED.                                              DBNK191P
042400     EXEC CICS ENDBR FILE('BNKRMAL')                              DBNK191P
042500                     RESP(WS-RESP)                                DBNK191P
042600     END-EXEC.                                                    DBNK191P
042700 LIST-RETURNS-EXIT.                                               DBNK191P
042800     EXIT.                                                        DBNK191P
