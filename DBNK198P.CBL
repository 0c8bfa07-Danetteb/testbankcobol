000100***************************************************************** DBNK198P
000200*                                                               * DBNK198P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK198P
000400*   This demonstration program is provided for use by users     * DBNK198P
000500*   of Micro Focus products and may be used, modified and       * DBNK198P
000600*   distributed as part of your application provided that       * DBNK198P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK198P
000800*   in this material.                                           * DBNK198P
000900*                                                               * DBNK198P
001000***************************************************************** DBNK198P
001100                                                                  DBNK198P
001200***************************************************************** DBNK198P
001300* Program:     DBNK198P.CBL                                     * DBNK198P
001400* Function:    Chart of accounts mapping. Each BNKGLMP record   * DBNK198P
001500*              assigns the ledger postings of one category,     * DBNK198P
001600*              ledger type, account type and branch to a debit  * DBNK198P
001700*              and a credit general ledger account, and         * DBNK198P
001800*              DBNK199P builds the daily GL journal from them.  * DBNK198P
001900*              A mapping is never set or removed from one       * DBNK198P
002000*              keyboard - the screen validates the request      * DBNK198P
002100*              here, stages it with DBNK133P, and the approving * DBNK198P
002200*              operator's decision drives the change back       * DBNK198P
002300*              through this module. An enquiry shows the        * DBNK198P
002400*              mapping held under the exact key given.          * DBNK198P
002500*              VSAM version                                     * DBNK198P
002600***************************************************************** DBNK198P
002700                                                                  DBNK198P
002800 IDENTIFICATION DIVISION.                                         DBNK198P
002900 PROGRAM-ID.                                                      DBNK198P
003000     DBNK198P.                                                    DBNK198P
003100 DATE-WRITTEN.                                                    DBNK198P
003200     October 2008.                                                DBNK198P
003300 DATE-COMPILED.                                                   DBNK198P
003400     Today.                                                       DBNK198P
003500                                                                  DBNK198P
003600 ENVIRONMENT DIVISION.                                            DBNK198P
003700                                                                  DBNK198P
003800 DATA DIVISION.                                                   DBNK198P
003900                                                                  DBNK198P
004000 WORKING-STORAGE SECTION.                                         DBNK198P
004100 01  WS-MISC-STORAGE.                                             DBNK198P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DBNK198P
004300       VALUE 'DBNK198P'.                                          DBNK198P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK198P
004500   05  WS-RESP                               PIC S9(8) COMP.      DBNK198P
004600   05  WS-GLMP-TOKEN                         PIC S9(8) COMP.      DBNK198P
004700   05  WS-BNKBRCH-RID                        PIC X(4).            DBNK198P
004800   05  WS-BNKPARM-RID                        PIC X(8).            DBNK198P
004900   05  WS-BNKGLMP-RID                        PIC X(10).           DBNK198P
005000   05  WS-TODAY-DATE                         PIC X(8).            DBNK198P
005100   05  WS-GLMP-FLAG                          PIC X(1).            DBNK198P
005200     88  WS-GLMP-ON-FILE                     VALUE 'Y'.           DBNK198P
005300     88  WS-GLMP-NOT-ON-FILE                 VALUE 'N'.           DBNK198P
005400                                                                  DBNK198P
005500 COPY CTSTAMPD.                                                   DBNK198P
005600                                                                  DBNK198P
005700 01  WS-BNKBRCH-REC.                                              DBNK198P
005800 COPY CBANKVBR.                                                   DBNK198P
005900                                                                  DBNK198P
006000 01  WS-BNKPARM-REC.                                              DBNK198P
006100 COPY CBANKVPM.                                                   DBNK198P
006200                                                                  DBNK198P
006300 01  WS-BNKGLMP-REC.                                              DBNK198P
006400 COPY CBANKVGM.                                                   DBNK198P
006500                                                                  DBNK198P
006600 01  WS-COMMAREA.                                                 DBNK198P
006700 COPY CBNKD198.                                                   DBNK198P
006800                                                                  DBNK198P
006900 COPY CABENDD.                                                    DBNK198P
007000                                                                  DBNK198P
007100 LINKAGE SECTION.                                                 DBNK198P
007200 01  DFHCOMMAREA.                                                 DBNK198P
007300   05  LK-COMMAREA                           PIC X(1)             DBNK198P
007400       OCCURS 1 TO 4096 TIMES                                     DBNK198P
007500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK198P
007600                                                                  DBNK198P
007700 COPY CENTRY.                                                     DBNK198P
007800***************************************************************** DBNK198P
007900* Move the passed data to our area                              * DBNK198P
008000***************************************************************** DBNK198P
008100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK198P
008200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK198P
008300                                                                  DBNK198P
008400***************************************************************** DBNK198P
008500* Initialize our output area                                    * DBNK198P
008600***************************************************************** DBNK198P
008700     MOVE SPACES TO C198O-DATA.                                   DBNK198P
008800     SET C198O-FAIL TO TRUE.                                      DBNK198P
008900                                                                  DBNK198P
009000***************************************************************** DBNK198P
009100* Mappings are dated by the bank-wide business date, the clock  * DBNK198P
009200* standing in where none is installed                           * DBNK198P
009300***************************************************************** DBNK198P
009400 COPY CTSTAMPP.                                                   DBNK198P
009500     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK198P
009600     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK198P
009700     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK198P
009800     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK198P
009900     EXEC CICS READ FILE('BNKPARM')                               DBNK198P
010000                    INTO(WS-BNKPARM-REC)                          DBNK198P
010100                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK198P
010200                    RIDFLD(WS-BNKPARM-RID)                        DBNK198P
010300                    RESP(WS-RESP)                                 DBNK198P
010400     END-EXEC.                                                    DBNK198P
010500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK198P
010600        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK198P
010700        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK198P
010800     END-IF.                                                      DBNK198P
010900                                                                  DBNK198P
011000     IF NOT C198I-ENQUIRE AND                                     DBNK198P
011100        NOT C198I-VALIDATE AND                                    DBNK198P
011200        NOT C198I-SET AND                                         DBNK198P
011300        NOT C198I-REMOVE                                          DBNK198P
011400        MOVE 'Bad request code' TO C198O-MSG                      DBNK198P
011500        GO TO DBNK198P-EXIT                                       DBNK198P
011600     END-IF.                                                      DBNK198P
011700     IF C198I-LEDG-TYPE IS EQUAL TO SPACE                         DBNK198P
011800        MOVE 'A ledger type, or *, is required' TO C198O-MSG      DBNK198P
011900        GO TO DBNK198P-EXIT                                       DBNK198P
012000     END-IF.                                                      DBNK198P
012100     IF C198I-ACC-TYPE IS EQUAL TO SPACE                          DBNK198P
012200        MOVE '*' TO C198I-ACC-TYPE                                DBNK198P
012300     END-IF.                                                      DBNK198P
012400     IF C198I-BRANCH IS EQUAL TO SPACES                           DBNK198P
012500        MOVE '****' TO C198I-BRANCH                               DBNK198P
012600     END-IF.                                                      DBNK198P
012700                                                                  DBNK198P
012800***************************************************************** DBNK198P
012900* Any mapping already on file under this key                    * DBNK198P
013000***************************************************************** DBNK198P
013100     MOVE C198I-KEY TO WS-BNKGLMP-RID.                            DBNK198P
013200     EXEC CICS READ FILE('BNKGLMP')                               DBNK198P
013300                    INTO(WS-BNKGLMP-REC)                          DBNK198P
013400                    LENGTH(LENGTH OF WS-BNKGLMP-REC)              DBNK198P
013500                    RIDFLD(WS-BNKGLMP-RID)                        DBNK198P
013600                    RESP(WS-RESP)                                 DBNK198P
013700     END-EXEC.                                                    DBNK198P
013800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK198P
013900        SET WS-GLMP-ON-FILE TO TRUE                               DBNK198P
014000     ELSE                                                         DBNK198P
014100        SET WS-GLMP-NOT-ON-FILE TO TRUE                           DBNK198P
014200     END-IF.                                                      DBNK198P
014300                                                                  DBNK198P
014400     IF C198I-REMOVE                                              DBNK198P
014500        GO TO REMOVE-MAPPING                                      DBNK198P
014600     END-IF.                                                      DBNK198P
014700     IF C198I-VALIDATE OR                                         DBNK198P
014800        C198I-SET                                                 DBNK198P
014900        GO TO SET-MAPPING                                         DBNK198P
015000     END-IF.                                                      DBNK198P
015100                                                                  DBNK198P
015200***************************************************************** DBNK198P
015300* Enquiry - the mapping under this key, in use or removed       * DBNK198P
015400***************************************************************** DBNK198P
015500     SET C198O-OK TO TRUE.                                        DBNK198P
015600     IF WS-GLMP-NOT-ON-FILE                                       DBNK198P
015700        MOVE 'No GL mapping on file for this key' TO C198O-MSG    DBNK198P
015800        GO TO DBNK198P-EXIT                                       DBNK198P
015900     END-IF.                                                      DBNK198P
016000     PERFORM RETURN-MAPPING THRU                                  DBNK198P
016100             RETURN-MAPPING-EXIT.                                 DBNK198P
016200     GO TO DBNK198P-EXIT.                                         DBNK198P
016300                                                                  DBNK198P
016400***************************************************************** DBNK198P
016500* Validate or set - the key must be one of the shapes DBNK199P  * DBNK198P
016600* looks for, a named branch must be on the branch master, and   * DBNK198P
016700* the debit and credit accounts must both be given and differ.  * DBNK198P
016800* The same checks run again when the approved change arrives    * DBNK198P
016900***************************************************************** DBNK198P
017000 SET-MAPPING.                                                     DBNK198P
017100     IF C198I-CATEGORY IS EQUAL TO '****'                         DBNK198P
017200        IF C198I-LEDG-TYPE IS EQUAL TO '*' OR                     DBNK198P
017300           C198I-ACC-TYPE IS NOT EQUAL TO '*' OR                  DBNK198P
017400           C198I-BRANCH IS NOT EQUAL TO '****'                    DBNK198P
017500           MOVE 'Any category needs type and * * only'            DBNK198P
017600             TO C198O-MSG                                         DBNK198P
017700           GO TO DBNK198P-EXIT                                    DBNK198P
017800        END-IF                                                    DBNK198P
017900     END-IF.                                                      DBNK198P
018000     IF C198I-LEDG-TYPE IS EQUAL TO '*'                           DBNK198P
018100        IF C198I-ACC-TYPE IS NOT EQUAL TO '*' OR                  DBNK198P
018200           C198I-BRANCH IS NOT EQUAL TO '****'                    DBNK198P
018300           MOVE 'Any ledger type needs account type *'            DBNK198P
018400             TO C198O-MSG                                         DBNK198P
018500           GO TO DBNK198P-EXIT                                    DBNK198P
018600        END-IF                                                    DBNK198P
018700     END-IF.                                                      DBNK198P
018800     IF C198I-ACC-TYPE IS NOT EQUAL TO '*' AND                    DBNK198P
018900        C198I-ACC-TYPE IS NOT NUMERIC                             DBNK198P
019000        MOVE 'Account type must be a digit or *' TO C198O-MSG     DBNK198P
019100        GO TO DBNK198P-EXIT                                       DBNK198P
019200     END-IF.                                                      DBNK198P
019300     IF C198I-BRANCH IS NOT EQUAL TO '****'                       DBNK198P
019400        MOVE C198I-BRANCH TO WS-BNKBRCH-RID                       DBNK198P
019500        EXEC CICS READ FILE('BNKBRCH')                            DBNK198P
019600                       INTO(WS-BNKBRCH-REC)                       DBNK198P
019700                       LENGTH(LENGTH OF WS-BNKBRCH-REC)           DBNK198P
019800                       RIDFLD(WS-BNKBRCH-RID)                     DBNK198P
019900                       RESP(WS-RESP)                              DBNK198P
020000        END-EXEC                                                  DBNK198P
020100        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK198P
020200           MOVE 'Branch not found' TO C198O-MSG                   DBNK198P
020300           GO TO DBNK198P-EXIT                                    DBNK198P
020400        END-IF                                                    DBNK198P
020500     END-IF.                                                      DBNK198P
020600     IF C198I-DR-GL IS EQUAL TO SPACES OR                         DBNK198P
020700        C198I-CR-GL IS EQUAL TO SPACES                            DBNK198P
020800        MOVE 'Debit and credit GL accounts required'              DBNK198P
020900          TO C198O-MSG                                            DBNK198P
021000        GO TO DBNK198P-EXIT                                       DBNK198P
021100     END-IF.                                                      DBNK198P
021200     IF C198I-DR-GL IS EQUAL TO C198I-CR-GL                       DBNK198P
021300        MOVE 'Debit and credit GL accounts are same'              DBNK198P
021400          TO C198O-MSG                                            DBNK198P
021500        GO TO DBNK198P-EXIT                                       DBNK198P
021600     END-IF.                                                      DBNK198P
021700     IF C198I-DESC IS EQUAL TO SPACES                             DBNK198P
021800        MOVE 'A description is required' TO C198O-MSG             DBNK198P
021900        GO TO DBNK198P-EXIT                                       DBNK198P
022000     END-IF.                                                      DBNK198P
022100     IF C198I-VALIDATE                                            DBNK198P
022200        SET C198O-OK TO TRUE                                      DBNK198P
022300        MOVE 'GL mapping is valid' TO C198O-MSG                   DBNK198P
022400        GO TO DBNK198P-EXIT                                       DBNK198P
022500     END-IF.                                                      DBNK198P
022600                                                                  DBNK198P
022700***************************************************************** DBNK198P
022800* File the mapping over any earlier one under the key           * DBNK198P
022900***************************************************************** DBNK198P
023000     IF WS-GLMP-ON-FILE                                           DBNK198P
023100        EXEC CICS READ FILE('BNKGLMP')                            DBNK198P
023200                       UPDATE                                     DBNK198P
023300                       INTO(WS-BNKGLMP-REC)                       DBNK198P
023400                       LENGTH(LENGTH OF WS-BNKGLMP-REC)           DBNK198P
023500                       RIDFLD(WS-BNKGLMP-RID)                     DBNK198P
023600                       TOKEN(WS-GLMP-TOKEN)                       DBNK198P
023700                       RESP(WS-RESP)                              DBNK198P
023800        END-EXEC                                                  DBNK198P
023900        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK198P
024000           MOVE 'Unable to file GL mapping' TO C198O-MSG          DBNK198P
024100           GO TO DBNK198P-EXIT                                    DBNK198P
024200        END-IF                                                    DBNK198P
024300     END-IF.                                                      DBNK198P
024400     MOVE SPACES TO WS-BNKGLMP-REC.                               DBNK198P
024500     MOVE C198I-KEY TO GLM-REC-KEY.                               DBNK198P
024600     MOVE C198I-DR-GL TO GLM-REC-DR-GL.                           DBNK198P
024700     MOVE C198I-CR-GL TO GLM-REC-CR-GL.                           DBNK198P
024800     MOVE C198I-DESC TO GLM-REC-DESC.                             DBNK198P
024900     SET GLM-REC-IS-ACTIVE TO TRUE.                               DBNK198P
025000     MOVE C198I-OPERATOR TO GLM-REC-SET-BY.                       DBNK198P
025100     MOVE WS-TODAY-DATE TO GLM-REC-SET-DATE.                      DBNK198P
025200     IF WS-GLMP-ON-FILE                                           DBNK198P
025300        EXEC CICS REWRITE FILE('BNKGLMP')                         DBNK198P
025400                          FROM(WS-BNKGLMP-REC)                    DBNK198P
025500                          LENGTH(LENGTH OF WS-BNKGLMP-REC)        DBNK198P
025600                          TOKEN(WS-GLMP-TOKEN)                    DBNK198P
025700                          RESP(WS-RESP)                           DBNK198P
025800        END-EXEC                                                  DBNK198P
025900     ELSE                                                         DBNK198P
026000        EXEC CICS WRITE FILE('BNKGLMP')                           DBNK198P
026100                        FROM(WS-BNKGLMP-REC)                      DBNK198P
026200                        LENGTH(LENGTH OF WS-BNKGLMP-REC)          DBNK198P
026300                        RIDFLD(WS-BNKGLMP-RID)                    DBNK198P
026400                        RESP(WS-RESP)                             DBNK198P
026500        END-EXEC                                                  DBNK198P
026600     END-IF.                                                      DBNK198P
026700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK198P
026800        MOVE 'Unable to file GL mapping' TO C198O-MSG             DBNK198P
026900        GO TO DBNK198P-EXIT                                       DBNK198P
027000     END-IF.                                                      DBNK198P
027100     PERFORM RETURN-MAPPING THRU                                  DBNK198P
027200             RETURN-MAPPING-EXIT.                                 DBNK198P
027300     SET C198O-OK TO TRUE.                                        DBNK198P
027400     MOVE 'GL mapping filed' TO C198O-MSG.                        DBNK198P
027500     GO TO DBNK198P-EXIT.                                         DBNK198P
027600                                                                  DBNK198P
027700***************************************************************** DBNK198P
027800* Remove - takes a mapping out of use; the record stays, marked * DBNK198P
027900* removed, so the last accounts used can still be seen          * DBNK198P
028000***************************************************************** DBNK198P
028100 REMOVE-MAPPING.                                                  DBNK198P
028200     IF WS-GLMP-NOT-ON-FILE OR                                    DBNK198P
028300        NOT GLM-REC-IS-ACTIVE                                     DBNK198P
028400        MOVE 'No GL mapping in use to remove' TO C198O-MSG        DBNK198P
028500        GO TO DBNK198P-EXIT                                       DBNK198P
028600     END-IF.                                                      DBNK198P
028700     EXEC CICS READ FILE('BNKGLMP')                               DBNK198P
028800                    UPDATE                                        DBNK198P
028900                    INTO(WS-BNKGLMP-REC)                          DBNK198P
029000                    LENGTH(LENGTH OF WS-BNKGLMP-REC)              DBNK198P
029100                    RIDFLD(WS-BNKGLMP-RID)                        DBNK198P
029200                    TOKEN(WS-GLMP-TOKEN)                          DBNK198P
029300                    RESP(WS-RESP)                                 DBNK198P
029400     END-EXEC.                                                    DBNK198P
029500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK198P
029600        NOT GLM-REC-IS-ACTIVE                                     DBNK198P
029700        MOVE 'No GL mapping in use to remove' TO C198O-MSG        DBNK198P
029800        GO TO DBNK198P-EXIT                                       DBNK198P
029900     END-IF.                                                      DBNK198P
030000     SET GLM-REC-IS-REMOVED TO TRUE.                              DBNK198P
030100     MOVE C198I-OPERATOR TO GLM-REC-SET-BY.                       DBNK198P
030200     MOVE WS-TODAY-DATE TO GLM-REC-SET-DATE.                      DBNK198P
030300     EXEC CICS REWRITE FILE('BNKGLMP')                            DBNK198P
030400                       FROM(WS-BNKGLMP-REC)                       DBNK198P
030500                       LENGTH(LENGTH OF WS-BNKGLMP-REC)           DBNK198P
030600                       TOKEN(WS-GLMP-TOKEN)                       DBNK198P
030700                       RESP(WS-RESP)                              DBNK198P
030800     END-EXEC.                                                    DBNK198P
030900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK198P
031000        MOVE 'Unable to remove GL mapping' TO C198O-MSG           DBNK198P
031100        GO TO DBNK198P-EXIT                                       DBNK198P
031200     END-IF.                                                      DBNK198P
031300     PERFORM RETURN-MAPPING THRU                                  DBNK198P
031400             RETURN-MAPPING-EXIT.                                 DBNK198P
031500     SET C198O-OK TO TRUE.                                        DBNK198P
031600     MOVE 'GL mapping removed' TO C198O-MSG.                      DBNK198P
031700                                                                  DBNK198P
031800***************************************************************** DBNK198P
031900* Move the result back to the callers area                      * DBNK198P
032000***************************************************************** DBNK198P
032100 DBNK198P-EXIT.                                                   DBNK198P
032200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK198P
032300                                                                  DBNK198P
032400***************************************************************** DBNK198P
032500* Return to our caller                                          * DBNK198P
032600***************************************************************** DBNK198P
032700 COPY CRETURN.                                                    DBNK198P
032800                                                                  DBNK198P
032900***************************************************************** DBNK198P
033000* Return the mapping record held in WS-BNKGLMP-REC              * DBNK198P
033100***************************************************************** DBNK198P
033200 RETURN-MAPPING.                                                  DBNK198P
033300     MOVE GLM-REC-DR-GL TO C198O-DR-GL.                           DBNK198P
033400     MOVE GLM-REC-CR-GL TO C198O-CR-GL.                           DBNK198P
033500     MOVE GLM-REC-DESC TO C198O-DESC.                             DBNK198P
033600     MOVE GLM-REC-STATUS TO C198O-MAP-STATUS.                     DBNK198P
033700     MOVE GLM-REC-SET-BY TO C198O-SET-BY.                         DBNK198P
033800     MOVE GLM-REC-SET-DATE TO C198O-SET-DATE.                     DBNK198P
033900 RETURN-MAPPING-EXIT.                                             DBNK198P
034000     EXIT.                                                        DBNK198P
