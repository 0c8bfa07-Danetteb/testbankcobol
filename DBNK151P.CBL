000100***************************************************************** DBNK151P
000200*                                                               * DBNK151P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK151P
000400*   This demonstration program is provided for use by users     * DBNK151P
000500*   of Micro Focus products and may be used, modified and       * DBNK151P
000600*   distributed as part of your application provided that       * DBNK151P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK151P
000800*   in this material.                                           * DBNK151P
000900*                                                               * DBNK151P
001000***************************************************************** DBNK151P
001100                                                                  DBNK151P
001200                                                                  DBNK151P
001300***************************************************************** DBNK151P
001400* Program:     DBNK151P.CBL                                     * DBNK151P
001500* Function:    Collateral and guarantor register over BNKPLDG.  * DBNK151P
001600*              ADD registers a property, vehicle, pledged term  * DBNK151P
001700*              deposit or guarantor against a booked loan;      * DBNK151P
001800*              REVALUE records a fresh valuation and its date   * DBNK151P
001900*              for the nightly loan-to-value check (DBNK152P);  * DBNK151P
002000*              RELEASE discharges an item, which also frees a   * DBNK151P
002100*              pledged deposit for early redemption; LIST       * DBNK151P
002200*              returns the loan's register. VSAM version        * DBNK151P
002300***************************************************************** DBNK151P
002400                                                                  DBNK151P
002500 IDENTIFICATION DIVISION.                                         DBNK151P
002600 PROGRAM-ID.                                                      DBNK151P
002700     DBNK151P.                                                    DBNK151P
002800 DATE-WRITTEN.                                                    DBNK151P
002900     September 2007.                                              DBNK151P
003000 DATE-COMPILED.                                                   DBNK151P
003100     Today.                                                       DBNK151P
003200                                                                  DBNK151P
003300 ENVIRONMENT DIVISION.                                            DBNK151P
003400                                                                  DBNK151P
003500 DATA DIVISION.                                                   DBNK151P
003600                                                                  DBNK151P
003700 WORKING-STORAGE SECTION.                                         DBNK151P
003800 01  WS-MISC-STORAGE.                                             DBNK151P
003900   05  WS-PROGRAM-ID                         PIC X(8)             DBNK151P
004000       VALUE 'DBNK151P'.                                          DBNK151P
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK151P
004200   05  WS-RESP                               PIC S9(8) COMP.      DBNK151P
004300   05  WS-PLDG-TOKEN                         PIC S9(8) COMP.      DBNK151P
004400   05  WS-BNKPLDG-RID.                                            DBNK151P
004500     10  WS-BNKPLDG-RID-ACCNO                PIC X(9).            DBNK151P
004600     10  WS-BNKPLDG-RID-SEQ                  PIC 9(3).            DBNK151P
004700   05  WS-BNKPLDG1-RID                       PIC X(9).            DBNK151P
004800   05  WS-BNKLSCH-RID.                                            DBNK151P
004900     10  WS-BNKLSCH-RID-ACCNO                PIC X(9).            DBNK151P
005000     10  WS-BNKLSCH-RID-SEQ                  PIC 9(3).            DBNK151P
005100   05  WS-BNKACC-RID                         PIC X(9).            DBNK151P
005200   05  WS-BNKCUST-RID                        PIC X(5).            DBNK151P
005300   05  WS-TODAY-DATE                         PIC X(8).            DBNK151P
005400   05  WS-LOAN-PID                           PIC X(5).            DBNK151P
005500   05  WS-NEXT-SEQ                           PIC 9(3).            DBNK151P
005600   05  WS-SUB1                               PIC S9(4) COMP.      DBNK151P
005700                                                                  DBNK151P
005800 COPY CTSTAMPD.                                                   DBNK151P
005900                                                                  DBNK151P
006000 01  WS-BNKPLDG-REC.                                              DBNK151P
006100 COPY CBANKVPG.                                                   DBNK151P
006200                                                                  DBNK151P
006300 01  WS-BNKLSCH-REC.                                              DBNK151P
006400 COPY CBANKVLS.                                                   DBNK151P
006500                                                                  DBNK151P
006600 01  WS-BNKACC-REC.                                               DBNK151P
006700 COPY CBANKVAC.                                                   DBNK151P
006800                                                                  DBNK151P
006900 01  WS-BNKCUST-REC.                                              DBNK151P
007000 COPY CBANKVCS.                                                   DBNK151P
007100                                                                  DBNK151P
007200 01  WS-COMMAREA.                                                 DBNK151P
007300 COPY CBNKD151.                                                   DBNK151P
007400                                                                  DBNK151P
007500 COPY CABENDD.                                                    DBNK151P
007600                                                                  DBNK151P
007700 LINKAGE SECTION.                                                 DBNK151P
007800 01  DFHCOMMAREA.                                                 DBNK151P
007900   05  LK-COMMAREA                           PIC X(1)             DBNK151P
008000       OCCURS 1 TO 4096 TIMES                                     DBNK151P
008100         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK151P
008200                                                                  DBNK151P
008300 COPY CENTRY.                                                     DBNK151P
008400***************************************************************** DBNK151P
008500* Move the passed data to our area                              * DBNK151P
008600***************************************************************** DBNK151P
008700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK151P
008800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK151P
008900                                                                  DBNK151P
009000***************************************************************** DBNK151P
009100* Initialize our output area                                    * DBNK151P
009200***************************************************************** DBNK151P
009300     MOVE SPACES TO C151O-DATA.                                   DBNK151P
009400     SET C151O-FAIL TO TRUE.                                      DBNK151P
009500     MOVE ZERO TO C151O-SEQ.                                      DBNK151P
009600     MOVE ZERO TO C151O-COUNT.                                    DBNK151P
009700                                                                  DBNK151P
009800 COPY CTSTAMPP.                                                   DBNK151P
009900     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK151P
010000     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK151P
010100     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK151P
010200                                                                  DBNK151P
010300     IF C151I-LIST                                                DBNK151P
010400        GO TO LIST-REGISTER                                       DBNK151P
010500     END-IF.                                                      DBNK151P
010600     IF C151I-REVALUE OR C151I-RELEASE                            DBNK151P
010700        GO TO UPDATE-ITEM                                         DBNK151P
010800     END-IF.                                                      DBNK151P
010900                                                                  DBNK151P
011000***************************************************************** DBNK151P
011100* Add - the loan must be open and have a repayment schedule     * DBNK151P
011200***************************************************************** DBNK151P
011300     MOVE C151I-LOAN-ACCNO TO WS-BNKACC-RID.                      DBNK151P
011400     EXEC CICS READ FILE('BNKACC')                                DBNK151P
011500                    INTO(WS-BNKACC-REC)                           DBNK151P
011600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK151P
011700                    RIDFLD(WS-BNKACC-RID)                         DBNK151P
011800                    RESP(WS-RESP)                                 DBNK151P
011900     END-EXEC.                                                    DBNK151P
012000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
012100        MOVE 'Loan account is not on file' TO C151O-MSG           DBNK151P
012200        GO TO DBNK151P-EXIT                                       DBNK151P
012300     END-IF.                                                      DBNK151P
012400     IF BAC-REC-ACC-IS-CLOSED                                     DBNK151P
012500        MOVE 'Loan account is closed' TO C151O-MSG                DBNK151P
012600        GO TO DBNK151P-EXIT                                       DBNK151P
012700     END-IF.                                                      DBNK151P
012800     MOVE BAC-REC-PID TO WS-LOAN-PID.                             DBNK151P
012900     MOVE C151I-LOAN-ACCNO TO WS-BNKLSCH-RID-ACCNO.               DBNK151P
013000     MOVE ZERO TO WS-BNKLSCH-RID-SEQ.                             DBNK151P
013100     EXEC CICS STARTBR FILE('BNKLSCH')                            DBNK151P
013200                       RIDFLD(WS-BNKLSCH-RID)                     DBNK151P
013300                       GTEQ                                       DBNK151P
013400                       RESP(WS-RESP)                              DBNK151P
013500     END-EXEC.                                                    DBNK151P
013600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK151P
013700        EXEC CICS READNEXT FILE('BNKLSCH')                        DBNK151P
013800                           INTO(WS-BNKLSCH-REC)                   DBNK151P
013900                           LENGTH(LENGTH OF WS-BNKLSCH-REC)       DBNK151P
014000                           RIDFLD(WS-BNKLSCH-RID)                 DBNK151P
014100                           RESP(WS-RESP)                          DBNK151P
014200        END-EXEC                                                  DBNK151P
014300        EXEC CICS ENDBR FILE('BNKLSCH')                           DBNK151P
014400        END-EXEC                                                  DBNK151P
014500     END-IF.                                                      DBNK151P
014600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK151P
014700        BLS-REC-LOAN-ACCNO IS NOT EQUAL TO C151I-LOAN-ACCNO       DBNK151P
014800        MOVE 'Account is not a booked loan' TO C151O-MSG          DBNK151P
014900        GO TO DBNK151P-EXIT                                       DBNK151P
015000     END-IF.                                                      DBNK151P
015100                                                                  DBNK151P
015200*    both lookups browse through the record area, so they run     DBNK151P
015300*    before the new item is laid out in it                        DBNK151P
015400     PERFORM FIND-NEXT-SEQ THRU                                   DBNK151P
015500             FIND-NEXT-SEQ-EXIT.                                  DBNK151P
015600     IF WS-NEXT-SEQ IS EQUAL TO ZERO                              DBNK151P
015700        MOVE 'Register for this loan is full' TO C151O-MSG        DBNK151P
015800        GO TO DBNK151P-EXIT                                       DBNK151P
015900     END-IF.                                                      DBNK151P
016000     IF C151I-KIND IS EQUAL TO 'D'                                DBNK151P
016100        PERFORM CHECK-DEPOSIT-FREE THRU                           DBNK151P
016200                CHECK-DEPOSIT-FREE-EXIT                           DBNK151P
016300        IF C151O-MSG IS NOT EQUAL TO SPACES                       DBNK151P
016400           GO TO DBNK151P-EXIT                                    DBNK151P
016500        END-IF                                                    DBNK151P
016600     END-IF.                                                      DBNK151P
016700                                                                  DBNK151P
016800                                                                  DBNK151P
016900     MOVE SPACES TO WS-BNKPLDG-REC.                               DBNK151P
017000     MOVE C151I-LOAN-ACCNO TO PLG-REC-LOAN-ACCNO.                 DBNK151P
017100     MOVE WS-NEXT-SEQ TO PLG-REC-SEQ.                             DBNK151P
017200     MOVE C151I-KIND TO PLG-REC-KIND.                             DBNK151P
017300     MOVE C151I-DESC TO PLG-REC-DESC.                             DBNK151P
017400     MOVE ZERO TO PLG-REC-VALUATION.                              DBNK151P
017500     MOVE ZERO TO PLG-REC-GUAR-AMOUNT.                            DBNK151P
017600     MOVE ZERO TO PLG-REC-LIEN-POS.                               DBNK151P
017700     IF C151I-VALUED-DATE IS EQUAL TO SPACES                      DBNK151P
017800        MOVE WS-TODAY-DATE TO PLG-REC-VALUED-DATE                 DBNK151P
017900     ELSE                                                         DBNK151P
018000        MOVE C151I-VALUED-DATE TO PLG-REC-VALUED-DATE             DBNK151P
018100     END-IF.                                                      DBNK151P
018200     IF PLG-REC-VALUED-DATE IS NOT NUMERIC OR                     DBNK151P
018300        PLG-REC-VALUED-DATE IS GREATER THAN WS-TODAY-DATE         DBNK151P
018400        MOVE 'Valuation date: YYYYMMDD, not in future'            DBNK151P
018500          TO C151O-MSG                                            DBNK151P
018600        GO TO DBNK151P-EXIT                                       DBNK151P
018700     END-IF.                                                      DBNK151P
018800     EVALUATE TRUE                                                DBNK151P
018900       WHEN PLG-REC-IS-PROPERTY OR PLG-REC-IS-VEHICLE             DBNK151P
019000         PERFORM ADD-ASSET THRU                                   DBNK151P
019100                 ADD-ASSET-EXIT                                   DBNK151P
019200       WHEN PLG-REC-IS-DEPOSIT                                    DBNK151P
019300         PERFORM ADD-DEPOSIT THRU                                 DBNK151P
019400                 ADD-DEPOSIT-EXIT                                 DBNK151P
019500       WHEN PLG-REC-IS-GUARANTEE                                  DBNK151P
019600         PERFORM ADD-GUARANTOR THRU                               DBNK151P
019700                 ADD-GUARANTOR-EXIT                               DBNK151P
019800       WHEN OTHER                                                 DBNK151P
019900         MOVE 'Kind must be P, V, D or G' TO C151O-MSG            DBNK151P
020000     END-EVALUATE.                                                DBNK151P
020100     IF C151O-MSG IS NOT EQUAL TO SPACES                          DBNK151P
020200        GO TO DBNK151P-EXIT                                       DBNK151P
020300     END-IF.                                                      DBNK151P
020400                                                                  DBNK151P
020500     SET PLG-REC-IS-ACTIVE TO TRUE.                               DBNK151P
020600     MOVE C151I-OPERATOR TO PLG-REC-ADDED-BY.                     DBNK151P
020700     MOVE WS-TODAY-DATE TO PLG-REC-ADDED-DATE.                    DBNK151P
020800     MOVE PLG-REC-KEY TO WS-BNKPLDG-RID.                          DBNK151P
020900     EXEC CICS WRITE FILE('BNKPLDG')                              DBNK151P
021000                     FROM(WS-BNKPLDG-REC)                         DBNK151P
021100                     LENGTH(LENGTH OF WS-BNKPLDG-REC)             DBNK151P
021200                     RIDFLD(WS-BNKPLDG-RID)                       DBNK151P
021300                     RESP(WS-RESP)                                DBNK151P
021400     END-EXEC.                                                    DBNK151P
021500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
021600        MOVE 'Unable to add register item' TO C151O-MSG           DBNK151P
021700        GO TO DBNK151P-EXIT                                       DBNK151P
021800     END-IF.                                                      DBNK151P
021900     MOVE WS-NEXT-SEQ TO C151O-SEQ.                               DBNK151P
022000     SET C151O-OK TO TRUE.                                        DBNK151P
022100     MOVE 'Item added to collateral register' TO C151O-MSG.       DBNK151P
022200     GO TO DBNK151P-EXIT.                                         DBNK151P
022300                                                                  DBNK151P
022400***************************************************************** DBNK151P
022500* Revalue or release one item, keyed by loan and sequence       * DBNK151P
022600***************************************************************** DBNK151P
022700 UPDATE-ITEM.                                                     DBNK151P
022800     MOVE C151I-LOAN-ACCNO TO WS-BNKPLDG-RID-ACCNO.               DBNK151P
022900     MOVE C151I-SEQ TO WS-BNKPLDG-RID-SEQ.                        DBNK151P
023000     EXEC CICS READ FILE('BNKPLDG')                               DBNK151P
023100                    UPDATE                                        DBNK151P
023200                    INTO(WS-BNKPLDG-REC)                          DBNK151P
023300                    LENGTH(LENGTH OF WS-BNKPLDG-REC)              DBNK151P
023400                    RIDFLD(WS-BNKPLDG-RID)                        DBNK151P
023500                    TOKEN(WS-PLDG-TOKEN)                          DBNK151P
023600                    RESP(WS-RESP)                                 DBNK151P
023700     END-EXEC.                                                    DBNK151P
023800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
023900        MOVE 'Register item is not on file' TO C151O-MSG          DBNK151P
024000        GO TO DBNK151P-EXIT                                       DBNK151P
024100     END-IF.                                                      DBNK151P
024200     IF PLG-REC-IS-RELEASED                                       DBNK151P
024300        MOVE 'Register item is already released' TO C151O-MSG     DBNK151P
024400        GO TO DBNK151P-EXIT                                       DBNK151P
024500     END-IF.                                                      DBNK151P
024600     IF C151I-RELEASE                                             DBNK151P
024700        SET PLG-REC-IS-RELEASED TO TRUE                           DBNK151P
024800        MOVE 'Register item released' TO C151O-MSG                DBNK151P
024900     ELSE                                                         DBNK151P
025000        IF PLG-REC-IS-GUARANTEE                                   DBNK151P
025100           MOVE 'A guarantee is not revalued' TO C151O-MSG        DBNK151P
025200           GO TO DBNK151P-EXIT                                    DBNK151P
025300        END-IF                                                    DBNK151P
025400        IF C151I-VALUATION IS NOT GREATER THAN ZERO               DBNK151P
025500           MOVE 'Valuation is required' TO C151O-MSG              DBNK151P
025600           GO TO DBNK151P-EXIT                                    DBNK151P
025700        END-IF                                                    DBNK151P
025800        IF C151I-VALUED-DATE IS EQUAL TO SPACES                   DBNK151P
025900           MOVE WS-TODAY-DATE TO C151I-VALUED-DATE                DBNK151P
026000        END-IF                                                    DBNK151P
026100        IF C151I-VALUED-DATE IS NOT NUMERIC OR                    DBNK151P
026200           C151I-VALUED-DATE IS GREATER THAN WS-TODAY-DATE        DBNK151P
026300           MOVE 'Valuation date: YYYYMMDD, not in future'         DBNK151P
026400             TO C151O-MSG                                         DBNK151P
026500           GO TO DBNK151P-EXIT                                    DBNK151P
026600        END-IF                                                    DBNK151P
026700        MOVE C151I-VALUATION TO PLG-REC-VALUATION                 DBNK151P
026800        MOVE C151I-VALUED-DATE TO PLG-REC-VALUED-DATE             DBNK151P
026900        MOVE 'Valuation recorded' TO C151O-MSG                    DBNK151P
027000     END-IF.                                                      DBNK151P
027100     EXEC CICS REWRITE FILE('BNKPLDG')                            DBNK151P
027200                    FROM(WS-BNKPLDG-REC)                          DBNK151P
027300                    LENGTH(LENGTH OF WS-BNKPLDG-REC)              DBNK151P
027400                    TOKEN(WS-PLDG-TOKEN)                          DBNK151P
027500                    RESP(WS-RESP)                                 DBNK151P
027600     END-EXEC.                                                    DBNK151P
027700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
027800        MOVE 'Unable to update register item' TO C151O-MSG        DBNK151P
027900        GO TO DBNK151P-EXIT                                       DBNK151P
028000     END-IF.                                                      DBNK151P
028100     MOVE PLG-REC-SEQ TO C151O-SEQ.                               DBNK151P
028200     SET C151O-OK TO TRUE.                                        DBNK151P
028300     GO TO DBNK151P-EXIT.                                         DBNK151P
028400                                                                  DBNK151P
028500***************************************************************** DBNK151P
028600* List the loan's register, released items included             * DBNK151P
028700***************************************************************** DBNK151P
028800 LIST-REGISTER.                                                   DBNK151P
028900     MOVE C151I-LOAN-ACCNO TO WS-BNKPLDG-RID-ACCNO.               DBNK151P
029000     MOVE ZERO TO WS-BNKPLDG-RID-SEQ.                             DBNK151P
029100     EXEC CICS STARTBR FILE('BNKPLDG')                            DBNK151P
029200                       RIDFLD(WS-BNKPLDG-RID)                     DBNK151P
029300                       GTEQ                                       DBNK151P
029400                       RESP(WS-RESP)                              DBNK151P
029500     END-EXEC.                                                    DBNK151P
029600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
029700        GO TO LIST-REGISTER-DONE                                  DBNK151P
029800     END-IF.                                                      DBNK151P
029900 LIST-LOOP.                                                       DBNK151P
030000     EXEC CICS READNEXT FILE('BNKPLDG')                           DBNK151P
030100                        INTO(WS-BNKPLDG-REC)                      DBNK151P
030200                        LENGTH(LENGTH OF WS-BNKPLDG-REC)          DBNK151P
030300                        RIDFLD(WS-BNKPLDG-RID)                    DBNK151P
030400                        RESP(WS-RESP)                             DBNK151P
030500     END-EXEC.                                                    DBNK151P
030600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK151P
030700        PLG-REC-LOAN-ACCNO IS NOT EQUAL TO C151I-LOAN-ACCNO OR    DBNK151P
030800        C151O-COUNT IS EQUAL TO 8                                 DBNK151P
030900        EXEC CICS ENDBR FILE('BNKPLDG')                           DBNK151P
031000        END-EXEC                                                  DBNK151P
031100        GO TO LIST-REGISTER-DONE                                  DBNK151P
031200     END-IF.                                                      DBNK151P
031300     ADD 1 TO C151O-COUNT.                                        DBNK151P
031400     MOVE C151O-COUNT TO WS-SUB1.                                 DBNK151P
031500     MOVE PLG-REC-SEQ TO C151O-E-SEQ (WS-SUB1).                   DBNK151P
031600     MOVE PLG-REC-KIND TO C151O-E-KIND (WS-SUB1).                 DBNK151P
031700     MOVE PLG-REC-VALUED-DATE TO C151O-E-VALUED-DATE (WS-SUB1).   DBNK151P
031800     MOVE PLG-REC-LIEN-POS TO C151O-E-LIEN-POS (WS-SUB1).         DBNK151P
031900     MOVE PLG-REC-STATUS TO C151O-E-STATUS (WS-SUB1).             DBNK151P
032000     IF PLG-REC-IS-GUARANTEE                                      DBNK151P
032100        MOVE PLG-REC-GUAR-PID TO C151O-E-REF (WS-SUB1)            DBNK151P
032200        MOVE PLG-REC-GUAR-AMOUNT TO C151O-E-AMOUNT (WS-SUB1)      DBNK151P
032300     ELSE                                                         DBNK151P
032400        MOVE PLG-REC-DEP-ACCNO-AIX TO C151O-E-REF (WS-SUB1)       DBNK151P
032500        MOVE PLG-REC-VALUATION TO C151O-E-AMOUNT (WS-SUB1)        DBNK151P
032600     END-IF.                                                      DBNK151P
032700     GO TO LIST-LOOP.                                             DBNK151P
032800 LIST-REGISTER-DONE.                                              DBNK151P
032900     IF C151O-COUNT IS GREATER THAN ZERO                          DBNK151P
033000        SET C151O-OK TO TRUE                                      DBNK151P
033100     ELSE                                                         DBNK151P
033200        MOVE 'No collateral registered for this loan'             DBNK151P
033300          TO C151O-MSG                                            DBNK151P
033400     END-IF.                                                      DBNK151P
033500     GO TO DBNK151P-EXIT.                                         DBNK151P
033600                                                                  DBNK151P
033700***************************************************************** DBNK151P
033800* Property or vehicle - valued by the lender with a lien rank   * DBNK151P
033900***************************************************************** DBNK151P
034000 ADD-ASSET.                                                       DBNK151P
034100     IF C151I-VALUATION IS NOT GREATER THAN ZERO                  DBNK151P
034200        MOVE 'Valuation is required' TO C151O-MSG                 DBNK151P
034300        GO TO ADD-ASSET-EXIT                                      DBNK151P
034400     END-IF.                                                      DBNK151P
034500     MOVE C151I-VALUATION TO PLG-REC-VALUATION.                   DBNK151P
034600     IF C151I-LIEN-POS IS EQUAL TO ZERO                           DBNK151P
034700        MOVE 1 TO PLG-REC-LIEN-POS                                DBNK151P
034800     ELSE                                                         DBNK151P
034900        MOVE C151I-LIEN-POS TO PLG-REC-LIEN-POS                   DBNK151P
035000     END-IF.                                                      DBNK151P
035100 ADD-ASSET-EXIT.                                                  DBNK151P
035200     EXIT.                                                        DBNK151P
035300                                                                  DBNK151P
035400***************************************************************** DBNK151P
035500* Pledged deposit - an open term deposit; with no valuation     * DBNK151P
035600* given it is taken at its balance                              * DBNK151P
035700***************************************************************** DBNK151P
035800 ADD-DEPOSIT.                                                     DBNK151P
035900     MOVE C151I-DEP-ACCNO TO WS-BNKACC-RID.                       DBNK151P
036000     EXEC CICS READ FILE('BNKACC')                                DBNK151P
036100                    INTO(WS-BNKACC-REC)                           DBNK151P
036200                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK151P
036300                    RIDFLD(WS-BNKACC-RID)                         DBNK151P
036400                    RESP(WS-RESP)                                 DBNK151P
036500     END-EXEC.                                                    DBNK151P
036600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
036700        MOVE 'Deposit account is not on file' TO C151O-MSG        DBNK151P
036800        GO TO ADD-DEPOSIT-EXIT                                    DBNK151P
036900     END-IF.                                                      DBNK151P
037000     IF BAC-REC-ACC-IS-CLOSED OR BAC-REC-NOT-TERM-DEP             DBNK151P
037100        MOVE 'Pledge must be an open term deposit' TO C151O-MSG   DBNK151P
037200        GO TO ADD-DEPOSIT-EXIT                                    DBNK151P
037300     END-IF.                                                      DBNK151P
037400     MOVE C151I-DEP-ACCNO TO PLG-REC-DEP-ACCNO-AIX.               DBNK151P
037500     IF C151I-VALUATION IS GREATER THAN ZERO                      DBNK151P
037600        MOVE C151I-VALUATION TO PLG-REC-VALUATION                 DBNK151P
037700     ELSE                                                         DBNK151P
037800        MOVE BAC-REC-BALANCE TO PLG-REC-VALUATION                 DBNK151P
037900     END-IF.                                                      DBNK151P
038000     MOVE WS-TODAY-DATE TO PLG-REC-VALUED-DATE.                   DBNK151P
038100     MOVE 1 TO PLG-REC-LIEN-POS.                                  DBNK151P
038200 ADD-DEPOSIT-EXIT.                                                DBNK151P
038300     EXIT.                                                        DBNK151P
038400                                                                  DBNK151P
038500***************************************************************** DBNK151P
038600* Guarantor - a customer other than the borrower                * DBNK151P
038700***************************************************************** DBNK151P
038800 ADD-GUARANTOR.                                                   DBNK151P
038900     IF C151I-VALUATION IS NOT GREATER THAN ZERO                  DBNK151P
039000        MOVE 'Guaranteed amount is required' TO C151O-MSG         DBNK151P
039100        GO TO ADD-GUARANTOR-EXIT                                  DBNK151P
039200     END-IF.                                                      DBNK151P
039300     IF C151I-GUAR-PID IS EQUAL TO WS-LOAN-PID                    DBNK151P
039400        MOVE 'Borrower cannot guarantee own loan' TO C151O-MSG    DBNK151P
039500        GO TO ADD-GUARANTOR-EXIT                                  DBNK151P
039600     END-IF.                                                      DBNK151P
039700     MOVE C151I-GUAR-PID TO WS-BNKCUST-RID.                       DBNK151P
039800     EXEC CICS READ FILE('BNKCUST')                               DBNK151P
039900                    INTO(WS-BNKCUST-REC)                          DBNK151P
040000                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK151P
040100                    RIDFLD(WS-BNKCUST-RID)                        DBNK151P
040200                    RESP(WS-RESP)                                 DBNK151P
040300     END-EXEC.                                                    DBNK151P
040400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
040500        MOVE 'Guarantor is not a customer' TO C151O-MSG           DBNK151P
040600        GO TO ADD-GUARANTOR-EXIT                                  DBNK151P
040700     END-IF.                                                      DBNK151P
040800     MOVE C151I-GUAR-PID TO PLG-REC-GUAR-PID.                     DBNK151P
040900     MOVE C151I-VALUATION TO PLG-REC-GUAR-AMOUNT.                 DBNK151P
041000 ADD-GUARANTOR-EXIT.                                              DBNK151P
041100     EXIT.                                                        DBNK151P
041200                                                                  DBNK151P
041300***************************************************************** DBNK151P
041400* A deposit can secure only one live loan at a time             * DBNK151P
041500***************************************************************** DBNK151P
041600 CHECK-DEPOSIT-FREE.                                              DBNK151P
041700     MOVE C151I-DEP-ACCNO TO WS-BNKPLDG1-RID.                     DBNK151P
041800     EXEC CICS STARTBR FILE('BNKPLDG1')                           DBNK151P
041900                       RIDFLD(WS-BNKPLDG1-RID)                    DBNK151P
042000                       GTEQ                                       DBNK151P
042100                       RESP(WS-RESP)                              DBNK151P
042200     END-EXEC.                                                    DBNK151P
042300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
042400        GO TO CHECK-DEPOSIT-FREE-EXIT                             DBNK151P
042500     END-IF.                                                      DBNK151P
042600 CHECK-DEPOSIT-LOOP.                                              DBNK151P
042700     EXEC CICS READNEXT FILE('BNKPLDG1')                          DBNK151P
042800                        INTO(WS-BNKPLDG-REC)                      DBNK151P
042900                        LENGTH(LENGTH OF WS-BNKPLDG-REC)          DBNK151P
043000                        RIDFLD(WS-BNKPLDG1-RID)                   DBNK151P
043100                        RESP(WS-RESP)                             DBNK151P
043200     END-EXEC.                                                    DBNK151P
043300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK151P
043400        PLG-REC-DEP-ACCNO-AIX IS NOT EQUAL TO C151I-DEP-ACCNO     DBNK151P
043500        EXEC CICS ENDBR FILE('BNKPLDG1')                          DBNK151P
043600        END-EXEC                                                  DBNK151P
043700        GO TO CHECK-DEPOSIT-FREE-EXIT                             DBNK151P
043800     END-IF.                                                      DBNK151P
043900     IF PLG-REC-IS-ACTIVE                                         DBNK151P
044000        EXEC CICS ENDBR FILE('BNKPLDG1')                          DBNK151P
044100        END-EXEC                                                  DBNK151P
044200        MOVE 'Deposit is already pledged' TO C151O-MSG            DBNK151P
044300        GO TO CHECK-DEPOSIT-FREE-EXIT                             DBNK151P
044400     END-IF.                                                      DBNK151P
044500     GO TO CHECK-DEPOSIT-LOOP.                                    DBNK151P
044600 CHECK-DEPOSIT-FREE-EXIT.                                         DBNK151P
044700     EXIT.                                                        DBNK151P
044800                                                                  DBNK151P
044900***************************************************************** DBNK151P
045000* Next free item sequence for the loan - zero when it is full   * DBNK151P
045100***************************************************************** DBNK151P
045200 FIND-NEXT-SEQ.                                                   DBNK151P
045300     MOVE 1 TO WS-NEXT-SEQ.                                       DBNK151P
045400     MOVE C151I-LOAN-ACCNO TO WS-BNKPLDG-RID-ACCNO.               DBNK151P
045500     MOVE ZERO TO WS-BNKPLDG-RID-SEQ.                             DBNK151P
045600     EXEC CICS STARTBR FILE('BNKPLDG')                            DBNK151P
045700                       RIDFLD(WS-BNKPLDG-RID)                     DBNK151P
045800                       GTEQ                                       DBNK151P
045900                       RESP(WS-RESP)                              DBNK151P
046000     END-EXEC.                                                    DBNK151P
046100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK151P
046200        GO TO FIND-NEXT-SEQ-EXIT                                  DBNK151P
046300     END-IF.                                                      DBNK151P
046400 FIND-NEXT-SEQ-LOOP.                                              DBNK151P
046500     EXEC CICS READNEXT FILE('BNKPLDG')                           DBNK151P
046600                        INTO(WS-BNKPLDG-REC)                      DBNK151P
046700                        LENGTH(LENGTH OF WS-BNKPLDG-REC)          DBNK151P
046800                        RIDFLD(WS-BNKPLDG-RID)                    DBNK151P
046900                        RESP(WS-RESP)                             DBNK151P
047000     END-EXEC.                                                    DBNK151P
047100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK151P
047200        PLG-REC-LOAN-ACCNO IS NOT EQUAL TO C151I-LOAN-ACCNO       DBNK151P
047300        EXEC CICS ENDBR FILE('BNKPLDG')                           DBNK151P
047400        END-EXEC                                                  DBNK151P
047500        GO TO FIND-NEXT-SEQ-EXIT                                  DBNK151P
047600     END-IF.                                                      DBNK151P
047700     IF PLG-REC-SEQ IS EQUAL TO 999                               DBNK151P
047800        MOVE ZERO TO WS-NEXT-SEQ                                  DBNK151P
047900     ELSE                                                         DBNK151P
048000        COMPUTE WS-NEXT-SEQ = PLG-REC-SEQ + 1                     DBNK151P
048100     END-IF.                                                      DBNK151P
048200     GO TO FIND-NEXT-SEQ-LOOP.                                    DBNK151P
048300 FIND-NEXT-SEQ-EXIT.                                              DBNK151P
048400     EXIT.                                                        DBNK151P
048500                                                                  DBNK151P
048600***************************************************************** DBNK151P
048700* Move the result back to the callers area                      * DBNK151P
048800***************************************************************** DBNK151P
048900 DBNK151P-EXIT.                                                   DBNK151P
049000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK151P
049100                                                                  DBNK151P
049200***************************************************************** DBNK151P
049300* Return to our caller                                          * DBNK151P
049400***************************************************************** DBNK151P
049500 COPY CRETURN.                                                    DBNK151P
