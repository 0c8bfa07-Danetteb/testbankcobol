000100***************************************************************** DBNK158P
000200*                                                               * DBNK158P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK158P
000400*   This demonstration program is provided for use by users     * DBNK158P
000500*   of Micro Focus products and may be used, modified and       * DBNK158P
000600*   distributed as part of your application provided that       * DBNK158P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK158P
000800*   in this material.                                           * DBNK158P
000900*                                                               * DBNK158P
001000***************************************************************** DBNK158P
001100                                                                  DBNK158P
001200                                                                  DBNK158P
001300***************************************************************** DBNK158P
001400* Program:     DBNK158P.CBL                                     * DBNK158P
001500* Function:    Wire transfer desk. ENTER takes a high-value     * DBNK158P
001600*              wire from a customer's account to one of the     * DBNK158P
001700*              customer's BNKPAYE payees: the payee's bank must * DBNK158P
001800*              be active on BNKRDIR, the BNKFEES WIRE fee for   * DBNK158P
001900*              the account type is quoted and the account must  * DBNK158P
002000*              cover amount and fee. A wire entered before the  * DBNK158P
002100*              BNKPARM WIRECUT cut-off (HHMM, default 1500) is  * DBNK158P
002200*              valued today, a later one the next business day  * DBNK158P
002300*              (rolled through DBANK93P). Nothing moves until   * DBNK158P
002400*              RELEASE, which needs an active supervisor, with  * DBNK158P
002500*              password, other than the person who entered the  * DBNK158P
002600*              wire, and debits amount and fee; DBNK159P then   * DBNK158P
002700*              sends it on its value date. CANCEL withdraws a   * DBNK158P
002800*              wire not yet released and LIST shows the wires   * DBNK158P
002900*              not yet sent.                                    * DBNK158P
003000*              VSAM version                                     * DBNK158P
003100***************************************************************** DBNK158P
003200                                                                  DBNK158P
003300 IDENTIFICATION DIVISION.                                         DBNK158P
003400 PROGRAM-ID.                                                      DBNK158P
003500     DBNK158P.                                                    DBNK158P
003600 DATE-WRITTEN.                                                    DBNK158P
003700     September 2007.                                              DBNK158P
003800 DATE-COMPILED.                                                   DBNK158P
003900     Today.                                                       DBNK158P
004000                                                                  DBNK158P
004100 ENVIRONMENT DIVISION.                                            DBNK158P
004200                                                                  DBNK158P
004300 DATA DIVISION.                                                   DBNK158P
004400                                                                  DBNK158P
004500 WORKING-STORAGE SECTION.                                         DBNK158P
004600 01  WS-MISC-STORAGE.                                             DBNK158P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBNK158P
004800       VALUE 'DBNK158P'.                                          DBNK158P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK158P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBNK158P
005100   05  WS-ACC-TOKEN                          PIC S9(8) COMP.      DBNK158P
005200   05  WS-WIRE-TOKEN                         PIC S9(8) COMP.      DBNK158P
005300   05  WS-BNKACC-RID                         PIC X(9).            DBNK158P
005400   05  WS-BNKPAYE-RID                        PIC X(8).            DBNK158P
005500   05  WS-BNKRDIR-RID                        PIC X(9).            DBNK158P
005600   05  WS-BNKPARM-RID                        PIC X(8).            DBNK158P
005700   05  WS-BNKFEES-RID                        PIC X(5).            DBNK158P
005800   05  WS-BNKOPER-RID                        PIC X(5).            DBNK158P
005900   05  WS-BNKPWD-RID                         PIC X(5).            DBNK158P
006000   05  WS-HASH-VALUE                         PIC X(8).            DBNK158P
006100   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK158P
006200   05  WS-BNKWIRE-RID                        PIC X(26).           DBNK158P
006300   05  WS-TODAY-DATE                         PIC X(8).            DBNK158P
006400   05  WS-NOW-TIME                           PIC X(4).            DBNK158P
006500   05  WS-CUTOFF-TIME                        PIC X(4).            DBNK158P
006600   05  WS-FEE-AMOUNT                         PIC S9(5)V99         DBNK158P
006700                                             COMP-3.              DBNK158P
006800   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK158P
006900                                             COMP-3.              DBNK158P
007000   05  WS-POST-AMOUNT                        PIC S9(7)V99         DBNK158P
007100                                             COMP-3.              DBNK158P
007200   05  WS-POST-CATEGORY                      PIC X(4).            DBNK158P
007300   05  WS-POST-DESC                          PIC X(40).           DBNK158P
007400                                                                  DBNK158P
007500 COPY CTSTAMPD.                                                   DBNK158P
007600                                                                  DBNK158P
007700 01  WS-BNKACC-REC.                                               DBNK158P
007800 COPY CBANKVAC.                                                   DBNK158P
007900                                                                  DBNK158P
008000 01  WS-BNKPAYE-REC.                                              DBNK158P
008100 COPY CBANKVPE.                                                   DBNK158P
008200                                                                  DBNK158P
008300 01  WS-BNKRDIR-REC.                                              DBNK158P
008400 COPY CBANKVRD.                                                   DBNK158P
008500                                                                  DBNK158P
008600 01  WS-BNKPARM-REC.                                              DBNK158P
008700 COPY CBANKVPM.                                                   DBNK158P
008800                                                                  DBNK158P
008900 01  WS-BNKFEES-REC.                                              DBNK158P
009000 COPY CBANKVFE.                                                   DBNK158P
009100                                                                  DBNK158P
009200 01  WS-BNKOPER-REC.                                              DBNK158P
009300 COPY CBANKVOR.                                                   DBNK158P
009400                                                                  DBNK158P
009500 01  WS-BNKPWD-REC.                                               DBNK158P
009600 COPY CBANKVPW.                                                   DBNK158P
009700                                                                  DBNK158P
009800 01  WS-BNKWIRE-REC.                                              DBNK158P
009900 COPY CBANKVWR.                                                   DBNK158P
010000                                                                  DBNK158P
010100 01  WS-BNKLEDG-REC.                                              DBNK158P
010200 COPY CBANKVLG.                                                   DBNK158P
010300                                                                  DBNK158P
010400 01  WS-ROLL-DATA.                                                DBNK158P
010500 COPY CROLLD.                                                     DBNK158P
010600                                                                  DBNK158P
010700 01  WS-TWOS-COMP.                                                DBNK158P
010800   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK158P
010900   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK158P
011000   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK158P
011100                                                                  DBNK158P
011200 01  WS-TREF-DATA.                                                DBNK158P
011300 COPY CTREFD.                                                     DBNK158P
011400                                                                  DBNK158P
011500 01  WS-COMMAREA.                                                 DBNK158P
011600 COPY CBNKD158.                                                   DBNK158P
011700                                                                  DBNK158P
011800 COPY CBANKTXD.                                                   DBNK158P
011900                                                                  DBNK158P
012000 COPY CABENDD.                                                    DBNK158P
012100                                                                  DBNK158P
012200 LINKAGE SECTION.                                                 DBNK158P
012300 01  DFHCOMMAREA.                                                 DBNK158P
012400   05  LK-COMMAREA                           PIC X(1)             DBNK158P
012500       OCCURS 1 TO 4096 TIMES                                     DBNK158P
012600         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK158P
012700                                                                  DBNK158P
012800 COPY CENTRY.                                                     DBNK158P
012900***************************************************************** DBNK158P
013000* Move the passed data to our area                              * DBNK158P
013100***************************************************************** DBNK158P
013200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK158P
013300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK158P
013400                                                                  DBNK158P
013500***************************************************************** DBNK158P
013600* Initialize our output area                                    * DBNK158P
013700***************************************************************** DBNK158P
013800     MOVE SPACES TO C158O-DATA.                                   DBNK158P
013900     SET C158O-FAIL TO TRUE.                                      DBNK158P
014000     MOVE ZERO TO C158O-FEE-AMOUNT.                               DBNK158P
014100     MOVE ZERO TO C158O-NEW-BAL.                                  DBNK158P
014200     MOVE 0 TO C158O-COUNT.                                       DBNK158P
014300                                                                  DBNK158P
014400 COPY CTSTAMPP.                                                   DBNK158P
014500     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK158P
014600     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK158P
014700     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK158P
014800     MOVE WS-TIMESTAMP(12:2) TO WS-NOW-TIME(1:2).                 DBNK158P
014900     MOVE WS-TIMESTAMP(15:2) TO WS-NOW-TIME(3:2).                 DBNK158P
015000     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK158P
015100             STAMP-BUSINESS-DATE-EXIT.                            DBNK158P
015200                                                                  DBNK158P
015300     EVALUATE TRUE                                                DBNK158P
015400       WHEN C158I-LIST                                            DBNK158P
015500         GO TO LIST-WIRES                                         DBNK158P
015600       WHEN C158I-ENTER                                           DBNK158P
015700         GO TO ENTER-WIRE                                         DBNK158P
015800       WHEN C158I-RELEASE                                         DBNK158P
015900         CONTINUE                                                 DBNK158P
016000       WHEN C158I-CANCEL                                          DBNK158P
016100         CONTINUE                                                 DBNK158P
016200       WHEN OTHER                                                 DBNK158P
016300         MOVE 'Unknown request' TO C158O-MSG                      DBNK158P
016400         GO TO DBNK158P-EXIT                                      DBNK158P
016500     END-EVALUATE.                                                DBNK158P
016600                                                                  DBNK158P
016700***************************************************************** DBNK158P
016800* Release and cancel act on a wire already on file, found by    * DBNK158P
016900* the reference quoted when it was entered, held for update     * DBNK158P
017000***************************************************************** DBNK158P
017100     SET TREF-FUNC-DECODE TO TRUE.                                DBNK158P
017200     MOVE C158I-REFNO TO TREF-REFNO.                              DBNK158P
017300     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK158P
017400     IF NOT TREF-OK                                               DBNK158P
017500        MOVE 'Wire reference not recognised' TO C158O-MSG         DBNK158P
017600        GO TO DBNK158P-EXIT                                       DBNK158P
017700     END-IF.                                                      DBNK158P
017800     MOVE TREF-TIMESTAMP TO WS-BNKWIRE-RID.                       DBNK158P
017900     EXEC CICS READ FILE('BNKWIRE')                               DBNK158P
018000                    UPDATE                                        DBNK158P
018100                    INTO(WS-BNKWIRE-REC)                          DBNK158P
018200                    LENGTH(LENGTH OF WS-BNKWIRE-REC)              DBNK158P
018300                    RIDFLD(WS-BNKWIRE-RID)                        DBNK158P
018400                    TOKEN(WS-WIRE-TOKEN)                          DBNK158P
018500                    RESP(WS-RESP)                                 DBNK158P
018600     END-EXEC.                                                    DBNK158P
018700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
018800        MOVE 'Wire is not on file' TO C158O-MSG                   DBNK158P
018900        GO TO DBNK158P-EXIT                                       DBNK158P
019000     END-IF.                                                      DBNK158P
019100     MOVE BWR-REC-REFNO TO C158O-REFNO.                           DBNK158P
019200     MOVE BWR-REC-VALUE-DATE TO C158O-VALUE-DATE.                 DBNK158P
019300     MOVE BWR-REC-FEE-AMOUNT TO C158O-FEE-AMOUNT.                 DBNK158P
019400     IF NOT BWR-REC-IS-ENTERED                                    DBNK158P
019500        MOVE 'Wire is no longer awaiting release' TO C158O-MSG    DBNK158P
019600        GO TO DBNK158P-EXIT                                       DBNK158P
019700     END-IF.                                                      DBNK158P
019800     IF C158I-CANCEL                                              DBNK158P
019900        GO TO CANCEL-WIRE                                         DBNK158P
020000     END-IF.                                                      DBNK158P
020100     GO TO RELEASE-WIRE.                                          DBNK158P
020200                                                                  DBNK158P
020300***************************************************************** DBNK158P
020400* ENTER - check the payee, the bank and the account, quote the  * DBNK158P
020500* fee and the value date and file the wire awaiting release     * DBNK158P
020600***************************************************************** DBNK158P
020700 ENTER-WIRE.                                                      DBNK158P
020800     IF C158I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK158P
020900        MOVE 'Amount must be greater than zero' TO C158O-MSG      DBNK158P
021000        GO TO DBNK158P-EXIT                                       DBNK158P
021100     END-IF.                                                      DBNK158P
021200     MOVE C158I-PAYEE-ID TO WS-BNKPAYE-RID.                       DBNK158P
021300     EXEC CICS READ FILE('BNKPAYE')                               DBNK158P
021400                    INTO(WS-BNKPAYE-REC)                          DBNK158P
021500                    LENGTH(LENGTH OF WS-BNKPAYE-REC)              DBNK158P
021600                    RIDFLD(WS-BNKPAYE-RID)                        DBNK158P
021700                    RESP(WS-RESP)                                 DBNK158P
021800     END-EXEC.                                                    DBNK158P
021900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK158P
022000        BPE-REC-OWNER-PID IS NOT EQUAL TO C158I-PID               DBNK158P
022100        MOVE 'Payee not found' TO C158O-MSG                       DBNK158P
022200        GO TO DBNK158P-EXIT                                       DBNK158P
022300     END-IF.                                                      DBNK158P
022400     IF NOT BPE-REC-IS-ACTIVE                                     DBNK158P
022500        MOVE 'Payee is closed' TO C158O-MSG                       DBNK158P
022600        GO TO DBNK158P-EXIT                                       DBNK158P
022700     END-IF.                                                      DBNK158P
022800     MOVE BPE-REC-ROUTING TO WS-BNKRDIR-RID.                      DBNK158P
022900     EXEC CICS READ FILE('BNKRDIR')                               DBNK158P
023000                    INTO(WS-BNKRDIR-REC)                          DBNK158P
023100                    LENGTH(LENGTH OF WS-BNKRDIR-REC)              DBNK158P
023200                    RIDFLD(WS-BNKRDIR-RID)                        DBNK158P
023300                    RESP(WS-RESP)                                 DBNK158P
023400     END-EXEC.                                                    DBNK158P
023500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
023600        MOVE 'Payee bank not in routing directory' TO C158O-MSG   DBNK158P
023700        GO TO DBNK158P-EXIT                                       DBNK158P
023800     END-IF.                                                      DBNK158P
023900     IF NOT BRD-REC-IS-ACTIVE                                     DBNK158P
024000        MOVE 'Payee bank code has been retired' TO C158O-MSG      DBNK158P
024100        GO TO DBNK158P-EXIT                                       DBNK158P
024200     END-IF.                                                      DBNK158P
024300     MOVE C158I-SRC-ACCNO TO WS-BNKACC-RID.                       DBNK158P
024400     EXEC CICS READ FILE('BNKACC')                                DBNK158P
024500                    INTO(WS-BNKACC-REC)                           DBNK158P
024600                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK158P
024700                    RIDFLD(WS-BNKACC-RID)                         DBNK158P
024800                    RESP(WS-RESP)                                 DBNK158P
024900     END-EXEC.                                                    DBNK158P
025000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
025100        MOVE 'Source account not found' TO C158O-MSG              DBNK158P
025200        GO TO DBNK158P-EXIT                                       DBNK158P
025300     END-IF.                                                      DBNK158P
025400     IF BAC-REC-PID IS NOT EQUAL TO C158I-PID AND                 DBNK158P
025500        BAC-REC-JOINT-PID IS NOT EQUAL TO C158I-PID               DBNK158P
025600        MOVE 'Source account not found' TO C158O-MSG              DBNK158P
025700        GO TO DBNK158P-EXIT                                       DBNK158P
025800     END-IF.                                                      DBNK158P
025900     IF BAC-REC-ACC-IS-CLOSED                                     DBNK158P
026000        MOVE 'Source account is closed' TO C158O-MSG              DBNK158P
026100        GO TO DBNK158P-EXIT                                       DBNK158P
026200     END-IF.                                                      DBNK158P
026300     PERFORM GET-WIRE-FEE THRU                                    DBNK158P
026400             GET-WIRE-FEE-EXIT.                                   DBNK158P
026500     PERFORM CHECK-FUNDS THRU                                     DBNK158P
026600             CHECK-FUNDS-EXIT.                                    DBNK158P
026700     IF C158O-MSG IS NOT EQUAL TO SPACES                          DBNK158P
026800        GO TO DBNK158P-EXIT                                       DBNK158P
026900     END-IF.                                                      DBNK158P
027000     PERFORM SET-VALUE-DATE THRU                                  DBNK158P
027100             SET-VALUE-DATE-EXIT.                                 DBNK158P
027200     IF C158O-MSG IS NOT EQUAL TO SPACES                          DBNK158P
027300        GO TO DBNK158P-EXIT                                       DBNK158P
027400     END-IF.                                                      DBNK158P
027500                                                                  DBNK158P
027600     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK158P
027700     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK158P
027800     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK158P
027900     MOVE SPACES TO WS-BNKWIRE-REC.                               DBNK158P
028000     MOVE WS-TIMESTAMP TO BWR-REC-TIMESTAMP.                      DBNK158P
028100     MOVE TREF-REFNO TO BWR-REC-REFNO.                            DBNK158P
028200     MOVE C158I-PID TO BWR-REC-PID.                               DBNK158P
028300     MOVE C158I-SRC-ACCNO TO BWR-REC-SRC-ACCNO.                   DBNK158P
028400     MOVE C158I-PAYEE-ID TO BWR-REC-PAYEE-ID.                     DBNK158P
028500     MOVE BPE-REC-NAME TO BWR-REC-BENE-NAME.                      DBNK158P
028600     MOVE BPE-REC-ROUTING TO BWR-REC-ROUTING.                     DBNK158P
028700     MOVE BPE-REC-EXT-ACCNO TO BWR-REC-BENE-ACCNO.                DBNK158P
028800     MOVE C158I-AMOUNT TO BWR-REC-AMOUNT.                         DBNK158P
028900     MOVE WS-FEE-AMOUNT TO BWR-REC-FEE-AMOUNT.                    DBNK158P
029000     MOVE C158I-DETAILS TO BWR-REC-DETAILS.                       DBNK158P
029100     SET BWR-REC-AT-COUNTER TO TRUE.                              DBNK158P
029200     MOVE C158I-USERID TO BWR-REC-ENTERED-BY.                     DBNK158P
029300     MOVE WS-TODAY-DATE TO BWR-REC-ENTERED-DATE.                  DBNK158P
029400     MOVE WS-NOW-TIME TO BWR-REC-ENTERED-TIME.                    DBNK158P
029500     MOVE C158O-VALUE-DATE TO BWR-REC-VALUE-DATE.                 DBNK158P
029600     SET BWR-REC-IS-ENTERED TO TRUE.                              DBNK158P
029700     MOVE ZERO TO BWR-REC-MSG-SEQ.                                DBNK158P
029800     MOVE WS-TIMESTAMP TO WS-BNKWIRE-RID.                         DBNK158P
029900     EXEC CICS WRITE FILE('BNKWIRE')                              DBNK158P
030000                     FROM(WS-BNKWIRE-REC)                         DBNK158P
030100                     LENGTH(LENGTH OF WS-BNKWIRE-REC)             DBNK158P
030200                     RIDFLD(WS-BNKWIRE-RID)                       DBNK158P
030300                     RESP(WS-RESP)                                DBNK158P
030400     END-EXEC.                                                    DBNK158P
030500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
030600        MOVE 'Unable to record wire' TO C158O-MSG                 DBNK158P
030700        GO TO DBNK158P-EXIT                                       DBNK158P
030800     END-IF.                                                      DBNK158P
030900     EXEC CICS SYNCPOINT                                          DBNK158P
031000     END-EXEC.                                                    DBNK158P
031100     SET C158O-OK TO TRUE.                                        DBNK158P
031200     MOVE BWR-REC-REFNO TO C158O-REFNO.                           DBNK158P
031300     MOVE WS-FEE-AMOUNT TO C158O-FEE-AMOUNT.                      DBNK158P
031400     MOVE 'Wire entered - awaiting release' TO C158O-MSG.         DBNK158P
031500     GO TO DBNK158P-EXIT.                                         DBNK158P
031600                                                                  DBNK158P
031700***************************************************************** DBNK158P
031800* RELEASE - an active supervisor, not the person who entered    * DBNK158P
031900* the wire, lets it go. The account must still cover amount and * DBNK158P
032000* fee; both are debited now and the wire waits for DBNK159P. A  * DBNK158P
032100* wire whose value date has passed unreleased is revalued.      * DBNK158P
032200***************************************************************** DBNK158P
032300 RELEASE-WIRE.                                                    DBNK158P
032400     MOVE C158I-SUPER-PID TO WS-BNKOPER-RID.                      DBNK158P
032500     EXEC CICS READ FILE('BNKOPER')                               DBNK158P
032600                    INTO(WS-BNKOPER-REC)                          DBNK158P
032700                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK158P
032800                    RIDFLD(WS-BNKOPER-RID)                        DBNK158P
032900                    RESP(WS-RESP)                                 DBNK158P
033000     END-EXEC.                                                    DBNK158P
033100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
033200        MOVE 'Supervisor sign-off required' TO C158O-MSG          DBNK158P
033300        GO TO DBNK158P-EXIT                                       DBNK158P
033400     END-IF.                                                      DBNK158P
033500     IF NOT BOR-REC-IS-ACTIVE                                     DBNK158P
033600        MOVE 'Supervisor profile is revoked' TO C158O-MSG         DBNK158P
033700        GO TO DBNK158P-EXIT                                       DBNK158P
033800     END-IF.                                                      DBNK158P
033900     IF NOT BOR-REC-ROLE-SUPERVISOR AND                           DBNK158P
034000        NOT BOR-REC-ROLE-ADMIN                                    DBNK158P
034100        MOVE 'Sign-off needs supervisor authority'                DBNK158P
034200          TO C158O-MSG                                            DBNK158P
034300        GO TO DBNK158P-EXIT                                       DBNK158P
034400     END-IF.                                                      DBNK158P
034500     MOVE C158I-SUPER-PID TO WS-BNKPWD-RID.                       DBNK158P
034600     EXEC CICS READ FILE('BNKPWD')                                DBNK158P
034700                    INTO(WS-BNKPWD-REC)                           DBNK158P
034800                    LENGTH(LENGTH OF WS-BNKPWD-REC)               DBNK158P
034900                    RIDFLD(WS-BNKPWD-RID)                         DBNK158P
035000                    KEYLENGTH(LENGTH OF WS-BNKPWD-RID)            DBNK158P
035100                    RESP(WS-RESP)                                 DBNK158P
035200     END-EXEC.                                                    DBNK158P
035300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
035400        MOVE 'Supervisor approval failed' TO C158O-MSG            DBNK158P
035500        GO TO DBNK158P-EXIT                                       DBNK158P
035600     END-IF.                                                      DBNK158P
035700     CALL 'UPWDHASH' USING C158I-SUPER-PSWD WS-HASH-VALUE.        DBNK158P
035800     IF WS-HASH-VALUE IS NOT EQUAL TO BPW-REC-HASH                DBNK158P
035900        MOVE 'Supervisor approval failed' TO C158O-MSG            DBNK158P
036000        GO TO DBNK158P-EXIT                                       DBNK158P
036100     END-IF.                                                      DBNK158P
036200     IF C158I-SUPER-PID IS EQUAL TO BWR-REC-ENTERED-BY            DBNK158P
036300        MOVE 'Wire must be released by someone else'              DBNK158P
036400          TO C158O-MSG                                            DBNK158P
036500        GO TO DBNK158P-EXIT                                       DBNK158P
036600     END-IF.                                                      DBNK158P
036700     MOVE BWR-REC-SRC-ACCNO TO WS-BNKACC-RID.                     DBNK158P
036800     EXEC CICS READ FILE('BNKACC')                                DBNK158P
036900                    UPDATE                                        DBNK158P
037000                    INTO(WS-BNKACC-REC)                           DBNK158P
037100                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK158P
037200                    RIDFLD(WS-BNKACC-RID)                         DBNK158P
037300                    TOKEN(WS-ACC-TOKEN)                           DBNK158P
037400                    RESP(WS-RESP)                                 DBNK158P
037500     END-EXEC.                                                    DBNK158P
037600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
037700        MOVE 'Source account not found' TO C158O-MSG              DBNK158P
037800        GO TO DBNK158P-EXIT                                       DBNK158P
037900     END-IF.                                                      DBNK158P
038000     IF BAC-REC-ACC-IS-CLOSED                                     DBNK158P
038100        MOVE 'Source account is closed' TO C158O-MSG              DBNK158P
038200        GO TO DBNK158P-EXIT                                       DBNK158P
038300     END-IF.                                                      DBNK158P
038400     MOVE BWR-REC-AMOUNT TO C158I-AMOUNT.                         DBNK158P
038500     MOVE BWR-REC-FEE-AMOUNT TO WS-FEE-AMOUNT.                    DBNK158P
038600     PERFORM CHECK-FUNDS THRU                                     DBNK158P
038700             CHECK-FUNDS-EXIT.                                    DBNK158P
038800     IF C158O-MSG IS NOT EQUAL TO SPACES                          DBNK158P
038900        GO TO DBNK158P-EXIT                                       DBNK158P
039000     END-IF.                                                      DBNK158P
039100     IF BWR-REC-VALUE-DATE IS LESS THAN WS-TODAY-DATE             DBNK158P
039200        PERFORM SET-VALUE-DATE THRU                               DBNK158P
039300                SET-VALUE-DATE-EXIT                               DBNK158P
039400        IF C158O-MSG IS NOT EQUAL TO SPACES                       DBNK158P
039500           GO TO DBNK158P-EXIT                                    DBNK158P
039600        END-IF                                                    DBNK158P
039700        MOVE C158O-VALUE-DATE TO BWR-REC-VALUE-DATE               DBNK158P
039800     END-IF.                                                      DBNK158P
039900                                                                  DBNK158P
040000     MOVE SPACES TO WS-POST-DESC.                                 DBNK158P
040100     STRING 'Wire ' DELIMITED BY SIZE                             DBNK158P
040200            BWR-REC-REFNO DELIMITED BY SIZE                       DBNK158P
040300            ' to ' DELIMITED BY SIZE                              DBNK158P
040400            BWR-REC-BENE-NAME DELIMITED BY '  '                   DBNK158P
040500       INTO WS-POST-DESC.                                         DBNK158P
040600     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK158P
040700     MOVE 'WIRE' TO WS-POST-CATEGORY.                             DBNK158P
040800     MOVE BWR-REC-AMOUNT TO WS-POST-AMOUNT.                       DBNK158P
040900     PERFORM WRITE-WIRE-LEDGER THRU                               DBNK158P
041000             WRITE-WIRE-LEDGER-EXIT.                              DBNK158P
041100     IF C158O-MSG IS NOT EQUAL TO SPACES                          DBNK158P
041200        GO TO RELEASE-FAILED                                      DBNK158P
041300     END-IF.                                                      DBNK158P
041400     MOVE BLG-REC-REFNO TO BWR-REC-DEBIT-REFNO.                   DBNK158P
041500     IF WS-FEE-AMOUNT IS GREATER THAN ZERO                        DBNK158P
041600        MOVE SPACES TO WS-POST-DESC                               DBNK158P
041700        STRING 'Wire fee ' DELIMITED BY SIZE                      DBNK158P
041800               BWR-REC-REFNO DELIMITED BY SIZE                    DBNK158P
041900          INTO WS-POST-DESC                                       DBNK158P
042000        MOVE '1' TO WS-TIMESTAMP (26:1)                           DBNK158P
042100        MOVE 'FEE ' TO WS-POST-CATEGORY                           DBNK158P
042200        MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT                      DBNK158P
042300        PERFORM WRITE-WIRE-LEDGER THRU                            DBNK158P
042400                WRITE-WIRE-LEDGER-EXIT                            DBNK158P
042500        IF C158O-MSG IS NOT EQUAL TO SPACES                       DBNK158P
042600           GO TO RELEASE-FAILED                                   DBNK158P
042700        END-IF                                                    DBNK158P
042800     END-IF.                                                      DBNK158P
042900     COMPUTE WS-NEW-BAL =                                         DBNK158P
043000         BAC-REC-BALANCE - BWR-REC-AMOUNT - WS-FEE-AMOUNT.        DBNK158P
043100     MOVE WS-NEW-BAL TO BAC-REC-BALANCE.                          DBNK158P
043200     EXEC CICS REWRITE FILE('BNKACC')                             DBNK158P
043300                       FROM(WS-BNKACC-REC)                        DBNK158P
043400                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK158P
043500                       TOKEN(WS-ACC-TOKEN)                        DBNK158P
043600                       RESP(WS-RESP)                              DBNK158P
043700     END-EXEC.                                                    DBNK158P
043800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
043900        MOVE 'Unable to debit source account' TO C158O-MSG        DBNK158P
044000        GO TO RELEASE-FAILED                                      DBNK158P
044100     END-IF.                                                      DBNK158P
044200     SET BWR-REC-IS-RELEASED TO TRUE.                             DBNK158P
044300     MOVE C158I-SUPER-PID TO BWR-REC-RELEASED-BY.                 DBNK158P
044400     MOVE WS-TODAY-DATE TO BWR-REC-RELEASED-DATE.                 DBNK158P
044500     EXEC CICS REWRITE FILE('BNKWIRE')                            DBNK158P
044600                       FROM(WS-BNKWIRE-REC)                       DBNK158P
044700                       LENGTH(LENGTH OF WS-BNKWIRE-REC)           DBNK158P
044800                       TOKEN(WS-WIRE-TOKEN)                       DBNK158P
044900                       RESP(WS-RESP)                              DBNK158P
045000     END-EXEC.                                                    DBNK158P
045100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
045200        MOVE 'Unable to mark wire released' TO C158O-MSG          DBNK158P
045300        GO TO RELEASE-FAILED                                      DBNK158P
045400     END-IF.                                                      DBNK158P
045500     EXEC CICS SYNCPOINT                                          DBNK158P
045600     END-EXEC.                                                    DBNK158P
045700     SET C158O-OK TO TRUE.                                        DBNK158P
045800     MOVE WS-NEW-BAL TO C158O-NEW-BAL.                            DBNK158P
045900     MOVE BWR-REC-VALUE-DATE TO C158O-VALUE-DATE.                 DBNK158P
046000     MOVE 'Wire released for sending' TO C158O-MSG.               DBNK158P
046100     GO TO DBNK158P-EXIT.                                         DBNK158P
046200                                                                  DBNK158P
046300***************************************************************** DBNK158P
046400* Something failed after the first write - back the release out * DBNK158P
046500* so the wire stays awaiting release with nothing debited       * DBNK158P
046600***************************************************************** DBNK158P
046700 RELEASE-FAILED.                                                  DBNK158P
046800     EXEC CICS SYNCPOINT ROLLBACK                                 DBNK158P
046900     END-EXEC.                                                    DBNK158P
047000     SET C158O-FAIL TO TRUE.                                      DBNK158P
047100     GO TO DBNK158P-EXIT.                                         DBNK158P
047200                                                                  DBNK158P
047300***************************************************************** DBNK158P
047400* CANCEL - withdraw a wire before release. Nothing was debited, * DBNK158P
047500* so the record is simply closed off with who cancelled it.     * DBNK158P
047600***************************************************************** DBNK158P
047700 CANCEL-WIRE.                                                     DBNK158P
047800     SET BWR-REC-IS-CANCELLED TO TRUE.                            DBNK158P
047900     MOVE C158I-USERID TO BWR-REC-RELEASED-BY.                    DBNK158P
048000     MOVE WS-TODAY-DATE TO BWR-REC-RELEASED-DATE.                 DBNK158P
048100     EXEC CICS REWRITE FILE('BNKWIRE')                            DBNK158P
048200                       FROM(WS-BNKWIRE-REC)                       DBNK158P
048300                       LENGTH(LENGTH OF WS-BNKWIRE-REC)           DBNK158P
048400                       TOKEN(WS-WIRE-TOKEN)                       DBNK158P
048500                       RESP(WS-RESP)                              DBNK158P
048600     END-EXEC.                                                    DBNK158P
048700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
048800        MOVE 'Unable to cancel wire' TO C158O-MSG                 DBNK158P
048900        GO TO DBNK158P-EXIT                                       DBNK158P
049000     END-IF.                                                      DBNK158P
049100     EXEC CICS SYNCPOINT                                          DBNK158P
049200     END-EXEC.                                                    DBNK158P
049300     SET C158O-OK TO TRUE.                                        DBNK158P
049400     MOVE 'Wire cancelled' TO C158O-MSG.                          DBNK158P
049500     GO TO DBNK158P-EXIT.                                         DBNK158P
049600                                                                  DBNK158P
049700***************************************************************** DBNK158P
049800* LIST - the wires still awaiting release or sending            * DBNK158P
049900***************************************************************** DBNK158P
050000 LIST-WIRES.                                                      DBNK158P
050100     MOVE LOW-VALUES TO WS-BNKWIRE-RID.                           DBNK158P
050200     EXEC CICS STARTBR FILE('BNKWIRE')                            DBNK158P
050300                       RIDFLD(WS-BNKWIRE-RID)                     DBNK158P
050400                       GTEQ                                       DBNK158P
050500                       RESP(WS-RESP)                              DBNK158P
050600     END-EXEC.                                                    DBNK158P
050700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
050800        SET C158O-OK TO TRUE                                      DBNK158P
050900        MOVE 'No wires on file' TO C158O-MSG                      DBNK158P
051000        GO TO DBNK158P-EXIT                                       DBNK158P
051100     END-IF.                                                      DBNK158P
051200 LIST-LOOP.                                                       DBNK158P
051300     EXEC CICS READNEXT FILE('BNKWIRE')                           DBNK158P
051400                        INTO(WS-BNKWIRE-REC)                      DBNK158P
051500                        LENGTH(LENGTH OF WS-BNKWIRE-REC)          DBNK158P
051600                        RIDFLD(WS-BNKWIRE-RID)                    DBNK158P
051700                        RESP(WS-RESP)                             DBNK158P
051800     END-EXEC.                                                    DBNK158P
051900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK158P
052000        C158O-COUNT IS EQUAL TO 8                                 DBNK158P
052100        GO TO LIST-ENDED                                          DBNK158P
052200     END-IF.                                                      DBNK158P
052300     IF NOT BWR-REC-IS-ENTERED AND                                DBNK158P
052400        NOT BWR-REC-IS-RELEASED                                   DBNK158P
052500        GO TO LIST-LOOP                                           DBNK158P
052600     END-IF.                                                      DBNK158P
052700     ADD 1 TO C158O-COUNT.                                        DBNK158P
052800     MOVE BWR-REC-REFNO TO C158O-E-REFNO (C158O-COUNT).           DBNK158P
052900     MOVE BWR-REC-SRC-ACCNO TO C158O-E-SRC-ACCNO (C158O-COUNT).   DBNK158P
053000     MOVE BWR-REC-PAYEE-ID TO C158O-E-PAYEE-ID (C158O-COUNT).     DBNK158P
053100     MOVE BWR-REC-AMOUNT TO C158O-E-AMOUNT (C158O-COUNT).         DBNK158P
053200     MOVE BWR-REC-STATUS TO C158O-E-STATUS (C158O-COUNT).         DBNK158P
053300     MOVE BWR-REC-VALUE-DATE TO                                   DBNK158P
053400          C158O-E-VALUE-DATE (C158O-COUNT).                       DBNK158P
053500     GO TO LIST-LOOP.                                             DBNK158P
053600 LIST-ENDED.                                                      DBNK158P
053700     EXEC CICS ENDBR FILE('BNKWIRE')                              DBNK158P
053800                     RESP(WS-RESP)                                DBNK158P
053900     END-EXEC.                                                    DBNK158P
054000     SET C158O-OK TO TRUE.                                        DBNK158P
054100     MOVE SPACES TO C158O-MSG.                                    DBNK158P
054200     GO TO DBNK158P-EXIT.                                         DBNK158P
054300                                                                  DBNK158P
054400***************************************************************** DBNK158P
054500* The BNKFEES WIRE fee for the account type, waived when the    * DBNK158P
054600* balance stands at or above the waiver balance                 * DBNK158P
054700***************************************************************** DBNK158P
054800 GET-WIRE-FEE.                                                    DBNK158P
054900     MOVE ZERO TO WS-FEE-AMOUNT.                                  DBNK158P
055000     MOVE SPACES TO WS-BNKFEES-RID.                               DBNK158P
055100     MOVE 'WIRE' TO WS-BNKFEES-RID (1:4).                         DBNK158P
055200     MOVE BAC-REC-TYPE TO WS-BNKFEES-RID (5:1).                   DBNK158P
055300     EXEC CICS READ FILE('BNKFEES')                               DBNK158P
055400                    INTO(WS-BNKFEES-REC)                          DBNK158P
055500                    LENGTH(LENGTH OF WS-BNKFEES-REC)              DBNK158P
055600                    RIDFLD(WS-BNKFEES-RID)                        DBNK158P
055700                    RESP(WS-RESP)                                 DBNK158P
055800     END-EXEC.                                                    DBNK158P
055900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
056000        GO TO GET-WIRE-FEE-EXIT                                   DBNK158P
056100     END-IF.                                                      DBNK158P
056200     IF BFE-REC-WAIVER-BAL IS GREATER THAN ZERO AND               DBNK158P
056300        BAC-REC-BALANCE IS NOT LESS THAN BFE-REC-WAIVER-BAL       DBNK158P
056400        GO TO GET-WIRE-FEE-EXIT                                   DBNK158P
056500     END-IF.                                                      DBNK158P
056600     MOVE BFE-REC-AMOUNT TO WS-FEE-AMOUNT.                        DBNK158P
056700 GET-WIRE-FEE-EXIT.                                               DBNK158P
056800     EXIT.                                                        DBNK158P
056900                                                                  DBNK158P
057000***************************************************************** DBNK158P
057100* Amount and fee must come out of available money - the         * DBNK158P
057200* overdraft line counts, deposited funds still on hold do not   * DBNK158P
057300***************************************************************** DBNK158P
057400 CHECK-FUNDS.                                                     DBNK158P
057500     COMPUTE WS-NEW-BAL =                                         DBNK158P
057600         BAC-REC-BALANCE - C158I-AMOUNT - WS-FEE-AMOUNT.          DBNK158P
057700     IF WS-NEW-BAL IS LESS THAN                                   DBNK158P
057800        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK158P
057900        MOVE 'Insufficient funds for wire and fee'                DBNK158P
058000          TO C158O-MSG                                            DBNK158P
058100     END-IF.                                                      DBNK158P
058200 CHECK-FUNDS-EXIT.                                                DBNK158P
058300     EXIT.                                                        DBNK158P
058400                                                                  DBNK158P
058500***************************************************************** DBNK158P
058600* Before the BNKPARM WIRECUT cut-off (HHMM in the text, default * DBNK158P
058700* 1500) the wire is valued today, or the next business day if   * DBNK158P
058800* today is not one; at or after it, the business day after      * DBNK158P
058900***************************************************************** DBNK158P
059000 SET-VALUE-DATE.                                                  DBNK158P
059100     MOVE '1500' TO WS-CUTOFF-TIME.                               DBNK158P
059200     MOVE 'WIRECUT ' TO WS-BNKPARM-RID.                           DBNK158P
059300     EXEC CICS READ FILE('BNKPARM')                               DBNK158P
059400                    INTO(WS-BNKPARM-REC)                          DBNK158P
059500                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK158P
059600                    RIDFLD(WS-BNKPARM-RID)                        DBNK158P
059700                    RESP(WS-RESP)                                 DBNK158P
059800     END-EXEC.                                                    DBNK158P
059900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK158P
060000        PRM-REC-TEXT (1:4) IS NUMERIC                             DBNK158P
060100        MOVE PRM-REC-TEXT (1:4) TO WS-CUTOFF-TIME                 DBNK158P
060200     END-IF.                                                      DBNK158P
060300     MOVE WS-TODAY-DATE TO ROLL-INPUT-DATE.                       DBNK158P
060400     MOVE SPACES TO ROLL-BRANCH-CODE.                             DBNK158P
060500     IF WS-NOW-TIME IS LESS THAN WS-CUTOFF-TIME                   DBNK158P
060600        MOVE 0 TO ROLL-ADD-DAYS                                   DBNK158P
060700     ELSE                                                         DBNK158P
060800        MOVE 1 TO ROLL-ADD-DAYS                                   DBNK158P
060900     END-IF.                                                      DBNK158P
061000     EXEC CICS LINK PROGRAM('DBANK93P')                           DBNK158P
061100               COMMAREA(WS-ROLL-DATA)                             DBNK158P
061200               LENGTH(LENGTH OF WS-ROLL-DATA)                     DBNK158P
061300     END-EXEC.                                                    DBNK158P
061400     IF ROLL-FAILED                                               DBNK158P
061500        MOVE 'Unable to set value date' TO C158O-MSG              DBNK158P
061600        GO TO SET-VALUE-DATE-EXIT                                 DBNK158P
061700     END-IF.                                                      DBNK158P
061800     MOVE ROLL-OUTPUT-DATE TO C158O-VALUE-DATE.                   DBNK158P
061900 SET-VALUE-DATE-EXIT.                                             DBNK158P
062000     EXIT.                                                        DBNK158P
062100                                                                  DBNK158P
062200***************************************************************** DBNK158P
062300* One debit against the wire's source account                   * DBNK158P
062400***************************************************************** DBNK158P
062500 WRITE-WIRE-LEDGER.                                               DBNK158P
062600     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK158P
062700     MOVE BWR-REC-PID TO BLG-REC-PID.                             DBNK158P
062800     MOVE '1' TO BLG-REC-TYPE.                                    DBNK158P
062900     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK158P
063000     MOVE WS-POST-CATEGORY TO BLG-REC-CATEGORY.                   DBNK158P
063100     MOVE BWR-REC-SRC-ACCNO TO BLG-REC-ACCNO.                     DBNK158P
063200     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK158P
063300     MOVE BWR-REC-SRC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.             DBNK158P
063400     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK158P
063500     MOVE WS-POST-AMOUNT TO BLG-REC-AMOUNT.                       DBNK158P
063600     MOVE SPACES TO TXN-DATA.                                     DBNK158P
063700     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK158P
063800     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK158P
063900     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK158P
064000     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK158P
064100     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK158P
064200     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK158P
064300     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK158P
064400     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK158P
064500     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK158P
064600     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK158P
064700     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK158P
064800     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK158P
064900                           WS-TWOS-COMP-INPUT                     DBNK158P
065000                           WS-TWOS-COMP-OUTPUT.                   DBNK158P
065100     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK158P
065200     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK158P
065300     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK158P
065400                     FROM(WS-BNKLEDG-REC)                         DBNK158P
065500                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK158P
065600                     RIDFLD(WS-BNKLEDG-RID)                       DBNK158P
065700                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK158P
065800                     RESP(WS-RESP)                                DBNK158P
065900     END-EXEC.                                                    DBNK158P
066000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK158P
066100        MOVE 'Unable to write ledger entry' TO C158O-MSG          DBNK158P
066200     END-IF.                                                      DBNK158P
066300 WRITE-WIRE-LEDGER-EXIT.                                          DBNK158P
066400     EXIT.                                                        DBNK158P
066500                                                                  DBNK158P
066600***************************************************************** DBNK158P
066700* Wires are dated with the bank-wide business date when the     * DBNK158P
066800* region has one installed - the calendar date already stamped  * DBNK158P
066900* stands in when it has none                                    * DBNK158P
067000***************************************************************** DBNK158P
067100 STAMP-BUSINESS-DATE.                                             DBNK158P
067200     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK158P
067300     EXEC CICS READ FILE('BNKPARM')                               DBNK158P
067400                    INTO(WS-BNKPARM-REC)                          DBNK158P
067500                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK158P
067600                    RIDFLD(WS-BNKPARM-RID)                        DBNK158P
067700                    RESP(WS-RESP)                                 DBNK158P
067800     END-EXEC.                                                    DBNK158P
067900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK158P
068000        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK158P
068100        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK158P
068200     END-IF.                                                      DBNK158P
068300 STAMP-BUSINESS-DATE-EXIT.                                        DBNK158P
068400     EXIT.                                                        DBNK158P
068500                                                                  DBNK158P
068600***************************************************************** DBNK158P
068700* Move the result back to the callers area                      * DBNK158P
068800***************************************************************** DBNK158P
068900 DBNK158P-EXIT.                                                   DBNK158P
069000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK158P
069100                                                                  DBNK158P
069200***************************************************************** DBNK158P
069300* Return to our caller                                          * DBNK158P
069400***************************************************************** DBNK158P
069500 COPY CRETURN.                                                    DBNK158P
