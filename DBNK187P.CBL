000100***************************************************************** DBNK187P
000200*                                                               * DBNK187P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK187P
000400*   This demonstration program is provided for use by users     * DBNK187P
000500*   of Micro Focus products and may be used, modified and       * DBNK187P
000600*   distributed as part of your application provided that       * DBNK187P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK187P
000800*   in this material.                                           * DBNK187P
000900*                                                               * DBNK187P
001000***************************************************************** DBNK187P
001100                                                                  DBNK187P
001200***************************************************************** DBNK187P
001300* Program:     DBNK187P.CBL                                     * DBNK187P
001400* Function:    Product conversion. Moves an account to another  * DBNK187P
001500*              type without closing it, so the account number - * DBNK187P
001600*              and the standing orders, mandates, card links    * DBNK187P
001700*              and sweeps hung on it - stay as they are. A      * DBNK187P
001800*              request is checked against the target type's     * DBNK187P
001900*              BNKPROD rules as DBANK19P checks an opening, the * DBNK187P
002000*              current balance standing in for the opening      * DBNK187P
002100*              deposit, and filed on BNKPCNV. DBNK188P applies  * DBNK187P
002200*              it that night, once DBANK59P has settled the     * DBNK187P
002300*              day's interest under the old type. An enquiry    * DBNK187P
002400*              shows the account's latest conversion; a cancel  * DBNK187P
002500*              withdraws one not yet applied. Term deposits     * DBNK187P
002600*              keep their type to maturity.                     * DBNK187P
002700*              VSAM version                                     * DBNK187P
002800***************************************************************** DBNK187P
002900                                                                  DBNK187P
003000 IDENTIFICATION DIVISION.                                         DBNK187P
003100 PROGRAM-ID.                                                      DBNK187P
003200     DBNK187P.                                                    DBNK187P
003300 DATE-WRITTEN.                                                    DBNK187P
003400     October 2008.                                                DBNK187P
003500 DATE-COMPILED.                                                   DBNK187P
003600     Today.                                                       DBNK187P
003700                                                                  DBNK187P
003800 ENVIRONMENT DIVISION.                                            DBNK187P
003900                                                                  DBNK187P
004000 DATA DIVISION.                                                   DBNK187P
004100                                                                  DBNK187P
004200 WORKING-STORAGE SECTION.                                         DBNK187P
004300 01  WS-MISC-STORAGE.                                             DBNK187P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK187P
004500       VALUE 'DBNK187P'.                                          DBNK187P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK187P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBNK187P
004800   05  WS-PCNV-TOKEN                         PIC S9(8) COMP.      DBNK187P
004900   05  WS-BNKACC-RID                         PIC X(9).            DBNK187P
005000   05  WS-BNKACC-AIX-RID                     PIC X(5).            DBNK187P
005100   05  WS-BNKATYP-RID                        PIC X(1).            DBNK187P
005200   05  WS-BNKPROD-RID                        PIC X(1).            DBNK187P
005300   05  WS-BNKCUST-RID                        PIC X(5).            DBNK187P
005400   05  WS-BNKPARM-RID                        PIC X(8).            DBNK187P
005500   05  WS-BNKPCNV-RID                        PIC X(9).            DBNK187P
005600   05  WS-TODAY-DATE                         PIC X(8).            DBNK187P
005700   05  WS-ACC-PID                            PIC X(5).            DBNK187P
005800   05  WS-ACC-TYPE                           PIC 9(1).            DBNK187P
005900   05  WS-ACC-BALANCE                        PIC S9(9)V99         DBNK187P
006000                                              COMP-3.             DBNK187P
006100   05  WS-NEW-TYPE-X                         PIC X(1).            DBNK187P
006200   05  WS-NEW-TYPE-N REDEFINES WS-NEW-TYPE-X PIC 9(1).            DBNK187P
006300   05  WS-TYPE-COUNT                         PIC 9(2).            DBNK187P
006400   05  WS-CUST-AGE                           PIC S9(3) COMP-3.    DBNK187P
006500   05  WS-BIRTH-DATE                         PIC X(8).            DBNK187P
006600   05  WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.                   DBNK187P
006700     10  WS-BIRTH-YYYY                       PIC 9(4).            DBNK187P
006800     10  WS-BIRTH-MMDD                       PIC 9(4).            DBNK187P
006900   05  WS-AGE-TODAY                          PIC X(8).            DBNK187P
007000   05  WS-AGE-TODAY-R REDEFINES WS-AGE-TODAY.                     DBNK187P
007100     10  WS-AGE-TODAY-YYYY                   PIC 9(4).            DBNK187P
007200     10  WS-AGE-TODAY-MMDD                   PIC 9(4).            DBNK187P
007300   05  WS-PCNV-FLAG                          PIC X(1).            DBNK187P
007400     88  WS-PCNV-ON-FILE                     VALUE 'Y'.           DBNK187P
007500     88  WS-PCNV-NOT-ON-FILE                 VALUE 'N'.           DBNK187P
007600   05  WS-TD-FLAG                            PIC X(1).            DBNK187P
007700     88  WS-TYPE-IS-TERM                     VALUE 'Y'.           DBNK187P
007800     88  WS-TYPE-NOT-TERM                    VALUE 'N'.           DBNK187P
007900   05  WS-PROD-FLAG                          PIC X(1).            DBNK187P
008000     88  WS-PROD-ALLOWED                     VALUE 'Y'.           DBNK187P
008100     88  WS-PROD-REFUSED                     VALUE 'N'.           DBNK187P
008200   05  WS-PROD-MSG                           PIC X(40).           DBNK187P
008300                                                                  DBNK187P
008400 COPY CTSTAMPD.                                                   DBNK187P
008500                                                                  DBNK187P
008600 01  WS-BNKACC-REC.                                               DBNK187P
008700 COPY CBANKVAC.                                                   DBNK187P
008800                                                                  DBNK187P
008900 01  WS-BNKATYP-REC.                                              DBNK187P
009000 COPY CBANKVAT.                                                   DBNK187P
009100                                                                  DBNK187P
009200 01  WS-BNKPROD-REC.                                              DBNK187P
009300 COPY CBANKVPT.                                                   DBNK187P
009400                                                                  DBNK187P
009500 01  WS-BNKCUST-REC.                                              DBNK187P
009600 COPY CBANKVCS.                                                   DBNK187P
009700                                                                  DBNK187P
009800 01  WS-BNKPARM-REC.                                              DBNK187P
009900 COPY CBANKVPM.                                                   DBNK187P
010000                                                                  DBNK187P
010100 01  WS-BNKPCNV-REC.                                              DBNK187P
010200 COPY CBANKVCV.                                                   DBNK187P
010300                                                                  DBNK187P
010400 01  WS-COMMAREA.                                                 DBNK187P
010500 COPY CBNKD187.                                                   DBNK187P
010600                                                                  DBNK187P
010700 COPY CABENDD.                                                    DBNK187P
010800                                                                  DBNK187P
010900 LINKAGE SECTION.                                                 DBNK187P
011000 01  DFHCOMMAREA.                                                 DBNK187P
011100   05  LK-COMMAREA                           PIC X(1)             DBNK187P
011200       OCCURS 1 TO 4096 TIMES                                     DBNK187P
011300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK187P
011400                                                                  DBNK187P
011500 COPY CENTRY.                                                     DBNK187P
011600***************************************************************** DBNK187P
011700* Move the passed data to our area                              * DBNK187P
011800***************************************************************** DBNK187P
011900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK187P
012000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK187P
012100                                                                  DBNK187P
012200***************************************************************** DBNK187P
012300* Initialize our output area                                    * DBNK187P
012400***************************************************************** DBNK187P
012500     MOVE SPACES TO C187O-DATA.                                   DBNK187P
012600     SET C187O-FAIL TO TRUE.                                      DBNK187P
012700                                                                  DBNK187P
012800***************************************************************** DBNK187P
012900* Requests are dated by the bank-wide business date, the clock  * DBNK187P
013000* standing in where none is installed                           * DBNK187P
013100***************************************************************** DBNK187P
013200 COPY CTSTAMPP.                                                   DBNK187P
013300     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK187P
013400     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK187P
013500     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK187P
013600     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK187P
013700     EXEC CICS READ FILE('BNKPARM')                               DBNK187P
013800                    INTO(WS-BNKPARM-REC)                          DBNK187P
013900                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK187P
014000                    RIDFLD(WS-BNKPARM-RID)                        DBNK187P
014100                    RESP(WS-RESP)                                 DBNK187P
014200     END-EXEC.                                                    DBNK187P
014300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK187P
014400        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK187P
014500        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK187P
014600     END-IF.                                                      DBNK187P
014700                                                                  DBNK187P
014800     IF NOT C187I-ENQUIRE AND                                     DBNK187P
014900        NOT C187I-REQUEST AND                                     DBNK187P
015000        NOT C187I-CANCEL                                          DBNK187P
015100        MOVE 'Bad request code' TO C187O-MSG                      DBNK187P
015200        GO TO DBNK187P-EXIT                                       DBNK187P
015300     END-IF.                                                      DBNK187P
015400                                                                  DBNK187P
015500***************************************************************** DBNK187P
015600* The account and its current type                              * DBNK187P
015700***************************************************************** DBNK187P
015800     MOVE C187I-ACCNO TO WS-BNKACC-RID.                           DBNK187P
015900     EXEC CICS READ FILE('BNKACC')                                DBNK187P
016000                    INTO(WS-BNKACC-REC)                           DBNK187P
016100                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK187P
016200                    RIDFLD(WS-BNKACC-RID)                         DBNK187P
016300                    RESP(WS-RESP)                                 DBNK187P
016400     END-EXEC.                                                    DBNK187P
016500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
016600        MOVE 'Account not found' TO C187O-MSG                     DBNK187P
016700        GO TO DBNK187P-EXIT                                       DBNK187P
016800     END-IF.                                                      DBNK187P
016900     MOVE BAC-REC-PID TO WS-ACC-PID.                              DBNK187P
017000     MOVE BAC-REC-TYPE TO WS-ACC-TYPE.                            DBNK187P
017100     MOVE BAC-REC-BALANCE TO WS-ACC-BALANCE.                      DBNK187P
017200     MOVE WS-ACC-PID TO C187O-PID.                                DBNK187P
017300     MOVE WS-ACC-TYPE TO C187O-OLD-TYPE.                          DBNK187P
017400     MOVE WS-ACC-TYPE TO WS-BNKATYP-RID.                          DBNK187P
017500     PERFORM GET-TYPE THRU                                        DBNK187P
017600             GET-TYPE-EXIT.                                       DBNK187P
017700     MOVE BAT-REC-DESC TO C187O-OLD-DESC.                         DBNK187P
017800                                                                  DBNK187P
017900***************************************************************** DBNK187P
018000* Any conversion already on file for the account                * DBNK187P
018100***************************************************************** DBNK187P
018200     MOVE C187I-ACCNO TO WS-BNKPCNV-RID.                          DBNK187P
018300     EXEC CICS READ FILE('BNKPCNV')                               DBNK187P
018400                    INTO(WS-BNKPCNV-REC)                          DBNK187P
018500                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBNK187P
018600                    RIDFLD(WS-BNKPCNV-RID)                        DBNK187P
018700                    RESP(WS-RESP)                                 DBNK187P
018800     END-EXEC.                                                    DBNK187P
018900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK187P
019000        SET WS-PCNV-ON-FILE TO TRUE                               DBNK187P
019100     ELSE                                                         DBNK187P
019200        SET WS-PCNV-NOT-ON-FILE TO TRUE                           DBNK187P
019300     END-IF.                                                      DBNK187P
019400                                                                  DBNK187P
019500     IF C187I-CANCEL                                              DBNK187P
019600        GO TO CANCEL-CONVERSION                                   DBNK187P
019700     END-IF.                                                      DBNK187P
019800     IF C187I-REQUEST                                             DBNK187P
019900        GO TO REQUEST-CONVERSION                                  DBNK187P
020000     END-IF.                                                      DBNK187P
020100                                                                  DBNK187P
020200***************************************************************** DBNK187P
020300* Enquiry - the latest conversion, whatever became of it        * DBNK187P
020400***************************************************************** DBNK187P
020500     SET C187O-OK TO TRUE.                                        DBNK187P
020600     IF WS-PCNV-NOT-ON-FILE                                       DBNK187P
020700        MOVE 'No conversion on file for this account' TO C187O-MSGDBNK187P
020800        GO TO DBNK187P-EXIT                                       DBNK187P
020900     END-IF.                                                      DBNK187P
021000     PERFORM RETURN-CONVERSION THRU                               DBNK187P
021100             RETURN-CONVERSION-EXIT.                              DBNK187P
021200     GO TO DBNK187P-EXIT.                                         DBNK187P
021300                                                                  DBNK187P
021400***************************************************************** DBNK187P
021500* Request - the account must be open and converting to another  * DBNK187P
021600* type that exists; neither side may be a term deposit, and the * DBNK187P
021700* target's BNKPROD rules must pass                              * DBNK187P
021800***************************************************************** DBNK187P
021900 REQUEST-CONVERSION.                                              DBNK187P
022000     IF WS-PCNV-ON-FILE AND                                       DBNK187P
022100        PCV-REC-IS-PENDING                                        DBNK187P
022200        MOVE 'A conversion is already pending' TO C187O-MSG       DBNK187P
022300        GO TO DBNK187P-EXIT                                       DBNK187P
022400     END-IF.                                                      DBNK187P
022500     IF NOT BAC-REC-ACC-IS-OPEN                                   DBNK187P
022600        MOVE 'Account is not open' TO C187O-MSG                   DBNK187P
022700        GO TO DBNK187P-EXIT                                       DBNK187P
022800     END-IF.                                                      DBNK187P
022900     IF BAC-REC-IS-CHARGED-OFF                                    DBNK187P
023000        MOVE 'Account has been charged off' TO C187O-MSG          DBNK187P
023100        GO TO DBNK187P-EXIT                                       DBNK187P
023200     END-IF.                                                      DBNK187P
023300     IF WS-TYPE-IS-TERM                                           DBNK187P
023400        MOVE 'Term deposits keep type to maturity'                DBNK187P
023500          TO C187O-MSG                                            DBNK187P
023600        GO TO DBNK187P-EXIT                                       DBNK187P
023700     END-IF.                                                      DBNK187P
023800     MOVE C187I-NEW-TYPE TO WS-NEW-TYPE-X.                        DBNK187P
023900     IF WS-NEW-TYPE-X IS NOT NUMERIC OR                           DBNK187P
024000        WS-NEW-TYPE-N IS EQUAL TO WS-ACC-TYPE                     DBNK187P
024100        MOVE 'Choose a different account type' TO C187O-MSG       DBNK187P
024200        GO TO DBNK187P-EXIT                                       DBNK187P
024300     END-IF.                                                      DBNK187P
024400     MOVE WS-NEW-TYPE-X TO WS-BNKATYP-RID.                        DBNK187P
024500     PERFORM GET-TYPE THRU                                        DBNK187P
024600             GET-TYPE-EXIT.                                       DBNK187P
024700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
024800        MOVE 'Unknown account type' TO C187O-MSG                  DBNK187P
024900        GO TO DBNK187P-EXIT                                       DBNK187P
025000     END-IF.                                                      DBNK187P
025100     IF WS-TYPE-IS-TERM                                           DBNK187P
025200        MOVE 'Cannot convert into a term deposit' TO C187O-MSG    DBNK187P
025300        GO TO DBNK187P-EXIT                                       DBNK187P
025400     END-IF.                                                      DBNK187P
025500     MOVE WS-NEW-TYPE-X TO C187O-NEW-TYPE.                        DBNK187P
025600     MOVE BAT-REC-DESC TO C187O-NEW-DESC.                         DBNK187P
025700                                                                  DBNK187P
025800     MOVE WS-ACC-PID TO WS-BNKCUST-RID.                           DBNK187P
025900     EXEC CICS READ FILE('BNKCUST')                               DBNK187P
026000                    INTO(WS-BNKCUST-REC)                          DBNK187P
026100                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK187P
026200                    RIDFLD(WS-BNKCUST-RID)                        DBNK187P
026300                    RESP(WS-RESP)                                 DBNK187P
026400     END-EXEC.                                                    DBNK187P
026500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
026600        MOVE 'Account holder not found' TO C187O-MSG              DBNK187P
026700        GO TO DBNK187P-EXIT                                       DBNK187P
026800     END-IF.                                                      DBNK187P
026900     PERFORM CHECK-PRODUCT-RULES THRU                             DBNK187P
027000             CHECK-PRODUCT-RULES-EXIT.                            DBNK187P
027100     IF WS-PROD-REFUSED                                           DBNK187P
027200        MOVE WS-PROD-MSG TO C187O-MSG                             DBNK187P
027300        GO TO DBNK187P-EXIT                                       DBNK187P
027400     END-IF.                                                      DBNK187P
027500                                                                  DBNK187P
027600***************************************************************** DBNK187P
027700* File the request over any earlier, decided, one               * DBNK187P
027800***************************************************************** DBNK187P
027900     IF WS-PCNV-ON-FILE                                           DBNK187P
028000        EXEC CICS READ FILE('BNKPCNV')                            DBNK187P
028100                       UPDATE                                     DBNK187P
028200                       INTO(WS-BNKPCNV-REC)                       DBNK187P
028300                       LENGTH(LENGTH OF WS-BNKPCNV-REC)           DBNK187P
028400                       RIDFLD(WS-BNKPCNV-RID)                     DBNK187P
028500                       TOKEN(WS-PCNV-TOKEN)                       DBNK187P
028600                       RESP(WS-RESP)                              DBNK187P
028700        END-EXEC                                                  DBNK187P
028800        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK187P
028900           MOVE 'Unable to file conversion' TO C187O-MSG          DBNK187P
029000           GO TO DBNK187P-EXIT                                    DBNK187P
029100        END-IF                                                    DBNK187P
029200     END-IF.                                                      DBNK187P
029300     MOVE SPACES TO WS-BNKPCNV-REC.                               DBNK187P
029400     MOVE C187I-ACCNO TO PCV-REC-ACCNO.                           DBNK187P
029500     MOVE WS-ACC-PID TO PCV-REC-PID.                              DBNK187P
029600     MOVE WS-ACC-TYPE TO PCV-REC-OLD-TYPE.                        DBNK187P
029700     MOVE WS-NEW-TYPE-N TO PCV-REC-NEW-TYPE.                      DBNK187P
029800     SET PCV-REC-IS-PENDING TO TRUE.                              DBNK187P
029900     MOVE WS-TODAY-DATE TO PCV-REC-REQ-DATE.                      DBNK187P
030000     MOVE C187I-OPERATOR TO PCV-REC-REQ-BY.                       DBNK187P
030100     IF WS-PCNV-ON-FILE                                           DBNK187P
030200        EXEC CICS REWRITE FILE('BNKPCNV')                         DBNK187P
030300                          FROM(WS-BNKPCNV-REC)                    DBNK187P
030400                          LENGTH(LENGTH OF WS-BNKPCNV-REC)        DBNK187P
030500                          TOKEN(WS-PCNV-TOKEN)                    DBNK187P
030600                          RESP(WS-RESP)                           DBNK187P
030700        END-EXEC                                                  DBNK187P
030800     ELSE                                                         DBNK187P
030900        EXEC CICS WRITE FILE('BNKPCNV')                           DBNK187P
031000                        FROM(WS-BNKPCNV-REC)                      DBNK187P
031100                        LENGTH(LENGTH OF WS-BNKPCNV-REC)          DBNK187P
031200                        RIDFLD(WS-BNKPCNV-RID)                    DBNK187P
031300                        RESP(WS-RESP)                             DBNK187P
031400        END-EXEC                                                  DBNK187P
031500     END-IF.                                                      DBNK187P
031600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
031700        MOVE 'Unable to file conversion' TO C187O-MSG             DBNK187P
031800        GO TO DBNK187P-EXIT                                       DBNK187P
031900     END-IF.                                                      DBNK187P
032000     PERFORM RETURN-CONVERSION THRU                               DBNK187P
032100             RETURN-CONVERSION-EXIT.                              DBNK187P
032200     SET C187O-OK TO TRUE.                                        DBNK187P
032300     MOVE 'Conversion filed - applies tonight' TO C187O-MSG.      DBNK187P
032400     GO TO DBNK187P-EXIT.                                         DBNK187P
032500                                                                  DBNK187P
032600***************************************************************** DBNK187P
032700* Cancel - only while the request is still pending              * DBNK187P
032800***************************************************************** DBNK187P
032900 CANCEL-CONVERSION.                                               DBNK187P
033000     IF WS-PCNV-NOT-ON-FILE OR                                    DBNK187P
033100        NOT PCV-REC-IS-PENDING                                    DBNK187P
033200        MOVE 'No pending conversion to cancel' TO C187O-MSG       DBNK187P
033300        GO TO DBNK187P-EXIT                                       DBNK187P
033400     END-IF.                                                      DBNK187P
033500     EXEC CICS READ FILE('BNKPCNV')                               DBNK187P
033600                    UPDATE                                        DBNK187P
033700                    INTO(WS-BNKPCNV-REC)                          DBNK187P
033800                    LENGTH(LENGTH OF WS-BNKPCNV-REC)              DBNK187P
033900                    RIDFLD(WS-BNKPCNV-RID)                        DBNK187P
034000                    TOKEN(WS-PCNV-TOKEN)                          DBNK187P
034100                    RESP(WS-RESP)                                 DBNK187P
034200     END-EXEC.                                                    DBNK187P
034300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK187P
034400        NOT PCV-REC-IS-PENDING                                    DBNK187P
034500        MOVE 'No pending conversion to cancel' TO C187O-MSG       DBNK187P
034600        GO TO DBNK187P-EXIT                                       DBNK187P
034700     END-IF.                                                      DBNK187P
034800     SET PCV-REC-IS-CANCELLED TO TRUE.                            DBNK187P
034900     MOVE WS-TODAY-DATE TO PCV-REC-DONE-DATE.                     DBNK187P
035000     MOVE SPACES TO PCV-REC-REASON.                               DBNK187P
035100     STRING 'Cancelled by '             DELIMITED BY SIZE         DBNK187P
035200            C187I-OPERATOR              DELIMITED BY SIZE         DBNK187P
035300       INTO PCV-REC-REASON.                                       DBNK187P
035400     EXEC CICS REWRITE FILE('BNKPCNV')                            DBNK187P
035500                       FROM(WS-BNKPCNV-REC)                       DBNK187P
035600                       LENGTH(LENGTH OF WS-BNKPCNV-REC)           DBNK187P
035700                       TOKEN(WS-PCNV-TOKEN)                       DBNK187P
035800                       RESP(WS-RESP)                              DBNK187P
035900     END-EXEC.                                                    DBNK187P
036000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
036100        MOVE 'Unable to cancel conversion' TO C187O-MSG           DBNK187P
036200        GO TO DBNK187P-EXIT                                       DBNK187P
036300     END-IF.                                                      DBNK187P
036400     PERFORM RETURN-CONVERSION THRU                               DBNK187P
036500             RETURN-CONVERSION-EXIT.                              DBNK187P
036600     SET C187O-OK TO TRUE.                                        DBNK187P
036700     MOVE 'Conversion cancelled' TO C187O-MSG.                    DBNK187P
036800                                                                  DBNK187P
036900***************************************************************** DBNK187P
037000* Move the result back to the callers area                      * DBNK187P
037100***************************************************************** DBNK187P
037200 DBNK187P-EXIT.                                                   DBNK187P
037300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK187P
037400                                                                  DBNK187P
037500***************************************************************** DBNK187P
037600* Return to our caller                                          * DBNK187P
037700***************************************************************** DBNK187P
037800 COPY CRETURN.                                                    DBNK187P
037900                                                                  DBNK187P
038000***************************************************************** DBNK187P
038100* Describe an account type and note whether it is a term        * DBNK187P
038200* deposit product - one carrying a term on BNKATYP              * DBNK187P
038300***************************************************************** DBNK187P
038400 GET-TYPE.                                                        DBNK187P
038500     SET WS-TYPE-NOT-TERM TO TRUE.                                DBNK187P
038600     EXEC CICS READ FILE('BNKATYPE')                              DBNK187P
038700                    INTO(WS-BNKATYP-REC)                          DBNK187P
038800                    LENGTH(LENGTH OF WS-BNKATYP-REC)              DBNK187P
038900                    RIDFLD(WS-BNKATYP-RID)                        DBNK187P
039000                    RESP(WS-RESP)                                 DBNK187P
039100     END-EXEC.                                                    DBNK187P
039200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
039300        MOVE SPACES TO BAT-REC-DESC                               DBNK187P
039400        GO TO GET-TYPE-EXIT                                       DBNK187P
039500     END-IF.                                                      DBNK187P
039600     IF BAT-REC-TD-TERM-MM IS GREATER THAN ZERO                   DBNK187P
039700        SET WS-TYPE-IS-TERM TO TRUE                               DBNK187P
039800     END-IF.                                                      DBNK187P
039900 GET-TYPE-EXIT.                                                   DBNK187P
040000     EXIT.                                                        DBNK187P
040100                                                                  DBNK187P
040200***************************************************************** DBNK187P
040300* Return the conversion record held in WS-BNKPCNV-REC           * DBNK187P
040400***************************************************************** DBNK187P
040500 RETURN-CONVERSION.                                               DBNK187P
040600     MOVE PCV-REC-OLD-TYPE TO C187O-OLD-TYPE.                     DBNK187P
040700     MOVE PCV-REC-OLD-TYPE TO WS-BNKATYP-RID.                     DBNK187P
040800     PERFORM GET-TYPE THRU                                        DBNK187P
040900             GET-TYPE-EXIT.                                       DBNK187P
041000     MOVE BAT-REC-DESC TO C187O-OLD-DESC.                         DBNK187P
041100     MOVE PCV-REC-NEW-TYPE TO C187O-NEW-TYPE.                     DBNK187P
041200     MOVE PCV-REC-NEW-TYPE TO WS-BNKATYP-RID.                     DBNK187P
041300     PERFORM GET-TYPE THRU                                        DBNK187P
041400             GET-TYPE-EXIT.                                       DBNK187P
041500     MOVE BAT-REC-DESC TO C187O-NEW-DESC.                         DBNK187P
041600     MOVE PCV-REC-STATUS TO C187O-PCV-STATUS.                     DBNK187P
041700     MOVE PCV-REC-REQ-DATE TO C187O-REQ-DATE.                     DBNK187P
041800     MOVE PCV-REC-REQ-BY TO C187O-REQ-BY.                         DBNK187P
041900     MOVE PCV-REC-DONE-DATE TO C187O-DONE-DATE.                   DBNK187P
042000     MOVE PCV-REC-REASON TO C187O-REASON.                         DBNK187P
042100 RETURN-CONVERSION-EXIT.                                          DBNK187P
042200     EXIT.                                                        DBNK187P
042300                                                                  DBNK187P
042400***************************************************************** DBNK187P
042500* Apply the target type's BNKPROD rules as DBANK19P does at     * DBNK187P
042600* opening, the balance now standing in for the opening deposit. * DBNK187P
042700* No catalog record means no rules                              * DBNK187P
042800***************************************************************** DBNK187P
042900 CHECK-PRODUCT-RULES.                                             DBNK187P
043000     SET WS-PROD-ALLOWED TO TRUE.                                 DBNK187P
043100     MOVE SPACES TO WS-PROD-MSG.                                  DBNK187P
043200     MOVE WS-NEW-TYPE-X TO WS-BNKPROD-RID.                        DBNK187P
043300     EXEC CICS READ FILE('BNKPROD')                               DBNK187P
043400                    INTO(WS-BNKPROD-REC)                          DBNK187P
043500                    LENGTH(LENGTH OF WS-BNKPROD-REC)              DBNK187P
043600                    RIDFLD(WS-BNKPROD-RID)                        DBNK187P
043700                    RESP(WS-RESP)                                 DBNK187P
043800     END-EXEC.                                                    DBNK187P
043900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
044000        GO TO CHECK-PRODUCT-RULES-EXIT                            DBNK187P
044100     END-IF.                                                      DBNK187P
044200     IF NOT BPR-REC-OPEN-FOR-NEW                                  DBNK187P
044300        SET WS-PROD-REFUSED TO TRUE                               DBNK187P
044400        MOVE 'Product closed to new business' TO WS-PROD-MSG      DBNK187P
044500        GO TO CHECK-PRODUCT-RULES-EXIT                            DBNK187P
044600     END-IF.                                                      DBNK187P
044700     IF WS-ACC-BALANCE IS LESS THAN BPR-REC-MIN-OPENING           DBNK187P
044800        SET WS-PROD-REFUSED TO TRUE                               DBNK187P
044900        MOVE 'Balance below product minimum' TO WS-PROD-MSG       DBNK187P
045000        GO TO CHECK-PRODUCT-RULES-EXIT                            DBNK187P
045100     END-IF.                                                      DBNK187P
045200     IF BPR-REC-MAX-PER-CUST IS GREATER THAN ZERO                 DBNK187P
045300        PERFORM COUNT-TYPE-ACCOUNTS THRU                          DBNK187P
045400                COUNT-TYPE-ACCOUNTS-EXIT                          DBNK187P
045500        IF WS-TYPE-COUNT IS NOT LESS THAN BPR-REC-MAX-PER-CUST    DBNK187P
045600           SET WS-PROD-REFUSED TO TRUE                            DBNK187P
045700           MOVE 'Customer at limit for this product'              DBNK187P
045800             TO WS-PROD-MSG                                       DBNK187P
045900           GO TO CHECK-PRODUCT-RULES-EXIT                         DBNK187P
046000        END-IF                                                    DBNK187P
046100     END-IF.                                                      DBNK187P
046200     IF BPR-REC-MIN-AGE IS GREATER THAN ZERO                      DBNK187P
046300        PERFORM JUDGE-CUSTOMER-AGE THRU                           DBNK187P
046400                JUDGE-CUSTOMER-AGE-EXIT                           DBNK187P
046500        IF WS-CUST-AGE IS LESS THAN BPR-REC-MIN-AGE               DBNK187P
046600           SET WS-PROD-REFUSED TO TRUE                            DBNK187P
046700           MOVE 'Customer below product age rule'                 DBNK187P
046800             TO WS-PROD-MSG                                       DBNK187P
046900           GO TO CHECK-PRODUCT-RULES-EXIT                         DBNK187P
047000        END-IF                                                    DBNK187P
047100     END-IF.                                                      DBNK187P
047200     IF BPR-REC-ELIG-TIER IS GREATER THAN ZERO                    DBNK187P
047300        IF BCS-REC-REL-TIER IS LESS THAN BPR-REC-ELIG-TIER        DBNK187P
047400           SET WS-PROD-REFUSED TO TRUE                            DBNK187P
047500           MOVE 'Relationship tier below product rule'            DBNK187P
047600             TO WS-PROD-MSG                                       DBNK187P
047700           GO TO CHECK-PRODUCT-RULES-EXIT                         DBNK187P
047800        END-IF                                                    DBNK187P
047900     END-IF.                                                      DBNK187P
048000 CHECK-PRODUCT-RULES-EXIT.                                        DBNK187P
048100     EXIT.                                                        DBNK187P
048200                                                                  DBNK187P
048300***************************************************************** DBNK187P
048400* Count the customer's open accounts of the target type through * DBNK187P
048500* the PID alternate index                                       * DBNK187P
048600***************************************************************** DBNK187P
048700 COUNT-TYPE-ACCOUNTS.                                             DBNK187P
048800     MOVE ZERO TO WS-TYPE-COUNT.                                  DBNK187P
048900     MOVE WS-ACC-PID TO WS-BNKACC-AIX-RID.                        DBNK187P
049000     EXEC CICS STARTBR FILE('BNKACC1')                            DBNK187P
049100                       RIDFLD(WS-BNKACC-AIX-RID)                  DBNK187P
049200                       GTEQ                                       DBNK187P
049300                       RESP(WS-RESP)                              DBNK187P
049400     END-EXEC.                                                    DBNK187P
049500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK187P
049600        GO TO COUNT-TYPE-ACCOUNTS-EXIT                            DBNK187P
049700     END-IF.                                                      DBNK187P
049800 COUNT-TYPE-LOOP.                                                 DBNK187P
049900     EXEC CICS READNEXT FILE('BNKACC1')                           DBNK187P
050000                        INTO(WS-BNKACC-REC)                       DBNK187P
050100                        LENGTH(LENGTH OF WS-BNKACC-REC)           DBNK187P
050200                        RIDFLD(WS-BNKACC-AIX-RID)                 DBNK187P
050300                        RESP(WS-RESP)                             DBNK187P
050400     END-EXEC.                                                    DBNK187P
050500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK187P
050600        BAC-REC-PID IS NOT EQUAL TO WS-ACC-PID                    DBNK187P
050700        EXEC CICS ENDBR FILE('BNKACC1')                           DBNK187P
050800        END-EXEC                                                  DBNK187P
050900        GO TO COUNT-TYPE-ACCOUNTS-EXIT                            DBNK187P
051000     END-IF.                                                      DBNK187P
051100     IF BAC-REC-TYPE IS EQUAL TO WS-NEW-TYPE-N AND                DBNK187P
051200        BAC-REC-ACC-IS-OPEN                                       DBNK187P
051300        ADD 1 TO WS-TYPE-COUNT                                    DBNK187P
051400     END-IF.                                                      DBNK187P
051500     GO TO COUNT-TYPE-LOOP.                                       DBNK187P
051600 COUNT-TYPE-ACCOUNTS-EXIT.                                        DBNK187P
051700     EXIT.                                                        DBNK187P
051800                                                                  DBNK187P
051900***************************************************************** DBNK187P
052000* Age the customer at the business date from the recorded birth * DBNK187P
052100* date; no birth date on file passes the age rule               * DBNK187P
052200***************************************************************** DBNK187P
052300 JUDGE-CUSTOMER-AGE.                                              DBNK187P
052400     MOVE 99 TO WS-CUST-AGE.                                      DBNK187P
052500     IF BCS-REC-BIRTH-DATE IS NOT NUMERIC                         DBNK187P
052600        GO TO JUDGE-CUSTOMER-AGE-EXIT                             DBNK187P
052700     END-IF.                                                      DBNK187P
052800     MOVE BCS-REC-BIRTH-DATE TO WS-BIRTH-DATE.                    DBNK187P
052900     MOVE WS-TODAY-DATE TO WS-AGE-TODAY.                          DBNK187P
053000     COMPUTE WS-CUST-AGE = WS-AGE-TODAY-YYYY - WS-BIRTH-YYYY.     DBNK187P
053100     IF WS-AGE-TODAY-MMDD IS LESS THAN WS-BIRTH-MMDD              DBNK187P
053200        SUBTRACT 1 FROM WS-CUST-AGE                               DBNK187P
053300     END-IF.                                                      DBNK187P
053400 JUDGE-CUSTOMER-AGE-EXIT.                                         DBNK187P
053500     EXIT.                                                        DBNK187P
