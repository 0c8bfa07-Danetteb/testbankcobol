000100***************************************************************** DBNK170P
000200*                                                               * DBNK170P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK170P
000400*   This demonstration program is provided for use by users     * DBNK170P
000500*   of Micro Focus products and may be used, modified and       * DBNK170P
000600*   distributed as part of your application provided that       * DBNK170P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK170P
000800*   in this material.                                           * DBNK170P
000900*                                                               * DBNK170P
001000***************************************************************** DBNK170P
001100                                                                  DBNK170P
001200                                                                  DBNK170P
001300***************************************************************** DBNK170P
001400* Program:     DBNK170P.CBL                                     * DBNK170P
001500* Function:    Card fraud queue review over BNKFRDQ, in the     * DBNK170P
001600*              shape of the DBNK109P structuring case review.   * DBNK170P
001700*              LIST returns pending items; CLEAR and CONFIRM    * DBNK170P
001800*              retain the deciding operator and date on the     * DBNK170P
001900*              record. CLEAR releases the block the rules       * DBNK170P
002000*              engine placed, if the card still carries it;     * DBNK170P
002100*              CONFIRM hot-lists the card so it can be          * DBNK170P
002200*              reissued. VSAM version                           * DBNK170P
002300***************************************************************** DBNK170P
002400                                                                  DBNK170P
002500 IDENTIFICATION DIVISION.                                         DBNK170P
002600 PROGRAM-ID.                                                      DBNK170P
002700     DBNK170P.                                                    DBNK170P
002800 DATE-WRITTEN.                                                    DBNK170P
002900     October 2007.                                                DBNK170P
003000 DATE-COMPILED.                                                   DBNK170P
003100     Today.                                                       DBNK170P
003200                                                                  DBNK170P
003300 ENVIRONMENT DIVISION.                                            DBNK170P
003400                                                                  DBNK170P
003500 DATA DIVISION.                                                   DBNK170P
003600                                                                  DBNK170P
003700 WORKING-STORAGE SECTION.                                         DBNK170P
003800 01  WS-MISC-STORAGE.                                             DBNK170P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DBNK170P
004000       VALUE 'DBNK170P'.                                          DBNK170P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK170P
004200   05  WS-RESP                               PIC S9(8) COMP.      DBNK170P
004300   05  WS-FRDQ-TOKEN                         PIC S9(8) COMP.      DBNK170P
004400   05  WS-CARD-TOKEN                         PIC S9(8) COMP.      DBNK170P
004500   05  WS-BNKFRDQ-RID                        PIC X(12).           DBNK170P
004600   05  WS-BNKCARD-RID                        PIC X(16).           DBNK170P
004700   05  WS-TODAY-DATE                         PIC X(8).            DBNK170P
004800   05  WS-BNKPARM-RID                        PIC X(8).            DBNK170P
004900                                                                  DBNK170P
005000 COPY CTSTAMPD.                                                   DBNK170P
005100                                                                  DBNK170P
005200 01  WS-BNKFRDQ-REC.                                              DBNK170P
005300 COPY CBANKVFQ.                                                   DBNK170P
005400                                                                  DBNK170P
005500 01  WS-BNKCARD-REC.                                              DBNK170P
005600 COPY CBANKVCD.                                                   DBNK170P
005700                                                                  DBNK170P
005800 01  WS-BNKPARM-REC.                                              DBNK170P
005900 COPY CBANKVPM.                                                   DBNK170P
006000                                                                  DBNK170P
006100 01  WS-COMMAREA.                                                 DBNK170P
006200 COPY CBNKD170.                                                   DBNK170P
006300                                                                  DBNK170P
006400 COPY CABENDD.                                                    DBNK170P
006500                                                                  DBNK170P
006600 LINKAGE SECTION.                                                 DBNK170P
006700 01  DFHCOMMAREA.                                                 DBNK170P
006800   05  LK-COMMAREA                           PIC X(1)             DBNK170P
006900       OCCURS 1 TO 4096 TIMES                                     DBNK170P
007000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK170P
007100                                                                  DBNK170P
007200 COPY CENTRY.                                                     DBNK170P
007300***************************************************************** DBNK170P
007400* Move the passed data to our area                              * DBNK170P
007500***************************************************************** DBNK170P
007600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK170P
007700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK170P
007800                                                                  DBNK170P
007900***************************************************************** DBNK170P
008000* Initialize our output area                                    * DBNK170P
008100***************************************************************** DBNK170P
008200     MOVE SPACES TO C170O-DATA.                                   DBNK170P
008300     SET C170O-FAIL TO TRUE.                                      DBNK170P
008400     MOVE 0 TO C170O-COUNT.                                       DBNK170P
008500                                                                  DBNK170P
008600 COPY CTSTAMPP.                                                   DBNK170P
008700     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK170P
008800     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK170P
008900     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK170P
009000     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK170P
009100             STAMP-BUSINESS-DATE-EXIT.                            DBNK170P
009200                                                                  DBNK170P
009300     IF C170I-LIST                                                DBNK170P
009400        GO TO LIST-PENDING                                        DBNK170P
009500     END-IF.                                                      DBNK170P
009600                                                                  DBNK170P
009700***************************************************************** DBNK170P
009800* Clear or confirm one item, held for update                    * DBNK170P
009900***************************************************************** DBNK170P
010000     MOVE C170I-CASE-ID TO WS-BNKFRDQ-RID.                        DBNK170P
010100     EXEC CICS READ FILE('BNKFRDQ')                               DBNK170P
010200                    UPDATE                                        DBNK170P
010300                    INTO(WS-BNKFRDQ-REC)                          DBNK170P
010400                    LENGTH(LENGTH OF WS-BNKFRDQ-REC)              DBNK170P
010500                    RIDFLD(WS-BNKFRDQ-RID)                        DBNK170P
010600                    KEYLENGTH(LENGTH OF WS-BNKFRDQ-RID)           DBNK170P
010700                    TOKEN(WS-FRDQ-TOKEN)                          DBNK170P
010800                    RESP(WS-RESP)                                 DBNK170P
010900     END-EXEC.                                                    DBNK170P
011000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK170P
011100        MOVE 'Item is not on the queue' TO C170O-MSG              DBNK170P
011200        GO TO DBNK170P-EXIT                                       DBNK170P
011300     END-IF.                                                      DBNK170P
011400     IF NOT BFQ-REC-IS-PENDING                                    DBNK170P
011500        MOVE 'Item has already been decided' TO C170O-MSG         DBNK170P
011600        GO TO DBNK170P-EXIT                                       DBNK170P
011700     END-IF.                                                      DBNK170P
011800     IF C170I-CLEAR                                               DBNK170P
011900        SET BFQ-REC-IS-CLEARED TO TRUE                            DBNK170P
012000     ELSE                                                         DBNK170P
012100        SET BFQ-REC-IS-CONFIRMED TO TRUE                          DBNK170P
012200     END-IF.                                                      DBNK170P
012300     MOVE C170I-OPERATOR TO BFQ-REC-DECIDED-BY.                   DBNK170P
012400     MOVE WS-TODAY-DATE TO BFQ-REC-DECIDED-DATE.                  DBNK170P
012500                                                                  DBNK170P
012600***************************************************************** DBNK170P
012700* The card follows the decision. A card not issued by us has no * DBNK170P
012800* BNKCARD record and nothing to change                          * DBNK170P
012900***************************************************************** DBNK170P
013000     IF BFQ-REC-CHANNEL IS EQUAL TO 'N'                           DBNK170P
013100        GO TO DECIDE-REWRITE                                      DBNK170P
013200     END-IF.                                                      DBNK170P
013300     IF C170I-CLEAR AND                                           DBNK170P
013400        NOT BFQ-REC-CARD-BLOCKED                                  DBNK170P
013500        GO TO DECIDE-REWRITE                                      DBNK170P
013600     END-IF.                                                      DBNK170P
013700     MOVE BFQ-REC-CARD-NO TO WS-BNKCARD-RID.                      DBNK170P
013800     EXEC CICS READ FILE('BNKCARD')                               DBNK170P
013900                    UPDATE                                        DBNK170P
014000                    INTO(WS-BNKCARD-REC)                          DBNK170P
014100                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DBNK170P
014200                    RIDFLD(WS-BNKCARD-RID)                        DBNK170P
014300                    KEYLENGTH(LENGTH OF WS-BNKCARD-RID)           DBNK170P
014400                    TOKEN(WS-CARD-TOKEN)                          DBNK170P
014500                    RESP(WS-RESP)                                 DBNK170P
014600     END-EXEC.                                                    DBNK170P
014700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK170P
014800        GO TO DECIDE-REWRITE                                      DBNK170P
014900     END-IF.                                                      DBNK170P
015000     MOVE BCD-REC-STATUS TO C170O-CARD-STATUS.                    DBNK170P
015100*    a genuine use lifts the engine's block - a card blocked or   DBNK170P
015200*    hot-listed since for any other reason is left alone          DBNK170P
015300     IF C170I-CLEAR                                               DBNK170P
015400        IF NOT BCD-REC-BLOCKED                                    DBNK170P
015500           EXEC CICS UNLOCK FILE('BNKCARD')                       DBNK170P
015600                     TOKEN(WS-CARD-TOKEN)                         DBNK170P
015700           END-EXEC                                               DBNK170P
015800           GO TO DECIDE-REWRITE                                   DBNK170P
015900        END-IF                                                    DBNK170P
016000        SET BCD-REC-ACTIVE TO TRUE                                DBNK170P
016100     ELSE                                                         DBNK170P
016200        IF NOT BCD-REC-ACTIVE AND                                 DBNK170P
016300           NOT BCD-REC-BLOCKED                                    DBNK170P
016400           EXEC CICS UNLOCK FILE('BNKCARD')                       DBNK170P
016500                     TOKEN(WS-CARD-TOKEN)                         DBNK170P
016600           END-EXEC                                               DBNK170P
016700           GO TO DECIDE-REWRITE                                   DBNK170P
016800        END-IF                                                    DBNK170P
016900        SET BCD-REC-HOT-LISTED TO TRUE                            DBNK170P
017000     END-IF.                                                      DBNK170P
017100     EXEC CICS REWRITE FILE('BNKCARD')                            DBNK170P
017200                    FROM(WS-BNKCARD-REC)                          DBNK170P
017300                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DBNK170P
017400                    TOKEN(WS-CARD-TOKEN)                          DBNK170P
017500                    RESP(WS-RESP)                                 DBNK170P
017600     END-EXEC.                                                    DBNK170P
017700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK170P
017800        MOVE 'Unable to update card' TO C170O-MSG                 DBNK170P
017900        EXEC CICS SYNCPOINT ROLLBACK                              DBNK170P
018000        END-EXEC                                                  DBNK170P
018100        GO TO DBNK170P-EXIT                                       DBNK170P
018200     END-IF.                                                      DBNK170P
018300     MOVE BCD-REC-STATUS TO C170O-CARD-STATUS.                    DBNK170P
018400                                                                  DBNK170P
018500 DECIDE-REWRITE.                                                  DBNK170P
018600     EXEC CICS REWRITE FILE('BNKFRDQ')                            DBNK170P
018700                    FROM(WS-BNKFRDQ-REC)                          DBNK170P
018800                    LENGTH(LENGTH OF WS-BNKFRDQ-REC)              DBNK170P
018900                    TOKEN(WS-FRDQ-TOKEN)                          DBNK170P
019000                    RESP(WS-RESP)                                 DBNK170P
019100     END-EXEC.                                                    DBNK170P
019200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK170P
019300        MOVE 'Unable to update item' TO C170O-MSG                 DBNK170P
019400        EXEC CICS SYNCPOINT ROLLBACK                              DBNK170P
019500        END-EXEC                                                  DBNK170P
019600        GO TO DBNK170P-EXIT                                       DBNK170P
019700     END-IF.                                                      DBNK170P
019800     EXEC CICS SYNCPOINT                                          DBNK170P
019900     END-EXEC.                                                    DBNK170P
020000     SET C170O-OK TO TRUE.                                        DBNK170P
020100     IF C170I-CLEAR                                               DBNK170P
020200        IF C170O-CARD-STATUS IS EQUAL TO 'A'                      DBNK170P
020300           MOVE 'Item cleared - card block released' TO C170O-MSG DBNK170P
020400        ELSE                                                      DBNK170P
020500           MOVE 'Item cleared' TO C170O-MSG                       DBNK170P
020600        END-IF                                                    DBNK170P
020700     ELSE                                                         DBNK170P
020800        IF C170O-CARD-STATUS IS EQUAL TO 'H'                      DBNK170P
020900           MOVE 'Fraud confirmed - card hot-listed' TO C170O-MSG  DBNK170P
021000        ELSE                                                      DBNK170P
021100           MOVE 'Fraud confirmed' TO C170O-MSG                    DBNK170P
021200        END-IF                                                    DBNK170P
021300     END-IF.                                                      DBNK170P
021400     GO TO DBNK170P-EXIT.                                         DBNK170P
021500                                                                  DBNK170P
021600***************************************************************** DBNK170P
021700* List up to 8 pending items                                    * DBNK170P
021800***************************************************************** DBNK170P
021900 LIST-PENDING.                                                    DBNK170P
022000     MOVE LOW-VALUES TO WS-BNKFRDQ-RID.                           DBNK170P
022100     EXEC CICS STARTBR FILE('BNKFRDQ')                            DBNK170P
022200                       RIDFLD(WS-BNKFRDQ-RID)                     DBNK170P
022300                       KEYLENGTH(LENGTH OF WS-BNKFRDQ-RID)        DBNK170P
022400                       GTEQ                                       DBNK170P
022500                       RESP(WS-RESP)                              DBNK170P
022600     END-EXEC.                                                    DBNK170P
022700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK170P
022800        SET C170O-OK TO TRUE                                      DBNK170P
022900        MOVE 'Queue is empty' TO C170O-MSG                        DBNK170P
023000        GO TO DBNK170P-EXIT                                       DBNK170P
023100     END-IF.                                                      DBNK170P
023200 LIST-LOOP.                                                       DBNK170P
023300     EXEC CICS READNEXT FILE('BNKFRDQ')                           DBNK170P
023400                        INTO(WS-BNKFRDQ-REC)                      DBNK170P
023500                        LENGTH(LENGTH OF WS-BNKFRDQ-REC)          DBNK170P
023600                        RIDFLD(WS-BNKFRDQ-RID)                    DBNK170P
023700                        KEYLENGTH(LENGTH OF WS-BNKFRDQ-RID)       DBNK170P
023800                        RESP(WS-RESP)                             DBNK170P
023900     END-EXEC.                                                    DBNK170P
024000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK170P
024100        C170O-COUNT IS EQUAL TO 8                                 DBNK170P
024200        GO TO LIST-ENDED                                          DBNK170P
024300     END-IF.                                                      DBNK170P
024400     IF NOT BFQ-REC-IS-PENDING                                    DBNK170P
024500        GO TO LIST-LOOP                                           DBNK170P
024600     END-IF.                                                      DBNK170P
024700     ADD 1 TO C170O-COUNT.                                        DBNK170P
024800     MOVE BFQ-REC-CASE-ID TO C170O-E-CASE-ID (C170O-COUNT).       DBNK170P
024900     MOVE BFQ-REC-CARD-NO TO C170O-E-CARD-NO (C170O-COUNT).       DBNK170P
025000     MOVE BFQ-REC-CHANNEL TO C170O-E-CHANNEL (C170O-COUNT).       DBNK170P
025100     MOVE BFQ-REC-LOCATION TO C170O-E-LOCATION (C170O-COUNT).     DBNK170P
025200     MOVE BFQ-REC-AMOUNT TO C170O-E-AMOUNT (C170O-COUNT).         DBNK170P
025300     MOVE BFQ-REC-SCORE TO C170O-E-SCORE (C170O-COUNT).           DBNK170P
025400     MOVE BFQ-REC-RULES TO C170O-E-RULES (C170O-COUNT).           DBNK170P
025500     MOVE BFQ-REC-CARD-ACTION TO                                  DBNK170P
025600          C170O-E-CARD-ACTION (C170O-COUNT).                      DBNK170P
025700     MOVE BFQ-REC-QUEUED-DATE TO                                  DBNK170P
025800          C170O-E-QUEUED-DATE (C170O-COUNT).                      DBNK170P
025900     GO TO LIST-LOOP.                                             DBNK170P
026000 LIST-ENDED.                                                      DBNK170P
026100     EXEC CICS ENDBR FILE('BNKFRDQ')                              DBNK170P
026200                     RESP(WS-RESP)                                DBNK170P
026300     END-EXEC.                                                    DBNK170P
026400     SET C170O-OK TO TRUE.                                        DBNK170P
026500     MOVE SPACES TO C170O-MSG.                                    DBNK170P
026600     GO TO DBNK170P-EXIT.                                         DBNK170P
026700                                                                  DBNK170P
026800***************************************************************** DBNK170P
026900* Decisions carry the bank's business date, as the engine's     * DBNK170P
027000* queue dates do                                                * DBNK170P
027100***************************************************************** DBNK170P
027200 STAMP-BUSINESS-DATE.                                             DBNK170P
027300     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK170P
027400     EXEC CICS READ FILE('BNKPARM')                               DBNK170P
027500                    INTO(WS-BNKPARM-REC)                          DBNK170P
027600                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK170P
027700                    RIDFLD(WS-BNKPARM-RID)                        DBNK170P
027800                    RESP(WS-RESP)                                 DBNK170P
027900     END-EXEC.                                                    DBNK170P
028000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK170P
028100        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK170P
028200        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK170P
028300     END-IF.                                                      DBNK170P
028400 STAMP-BUSINESS-DATE-EXIT.                                        DBNK170P
028500     EXIT.                                                        DBNK170P
028600                                                                  DBNK170P
028700***************************************************************** DBNK170P
028800* Move the result back to the callers area                      * DBNK170P
028900***************************************************************** DBNK170P
029000 DBNK170P-EXIT.                                                   DBNK170P
029100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK170P
029200                                                                  DBNK170P
029300***************************************************************** DBNK170P
029400* Return to our caller                                          * DBNK170P
029500***************************************************************** DBNK170P
029600 COPY CRETURN.                                                    DBNK170P
