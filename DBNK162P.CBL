000100***************************************************************** DBNK162P
000200*                                                               * DBNK162P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK162P
000400*   This demonstration program is provided for use by users     * DBNK162P
000500*   of Micro Focus products and may be used, modified and       * DBNK162P
000600*   distributed as part of your application provided that       * DBNK162P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK162P
000800*   in this material.                                           * DBNK162P
000900*                                                               * DBNK162P
001000***************************************************************** DBNK162P
001100                                                                  DBNK162P
001200                                                                  DBNK162P
001300***************************************************************** DBNK162P
001400* Program:     DBNK162P.CBL                                     * DBNK162P
001500* Function:    Official cheque desk over the BNKOCHQ register.  * DBNK162P
001600*              ISSUE draws a cheque on the bank itself for a    * DBNK162P
001700*              named payee. Paid from a customer's account, the * DBNK162P
001800*              amount and the BNKFEES OCHQ fee for the account  * DBNK162P
001900*              type are debited there; paid in cash, the        * DBNK162P
002000*              teller's BNKDRWR drawer must be open and the     * DBNK162P
002100*              cash and the OCHQ type-0 fee are taken in at its * DBNK162P
002200*              terminal. Either way the amount is credited to   * DBNK162P
002300*              the official cheques account 999999950 and the   * DBNK162P
002400*              next serial is taken from BNKPARM OCHQSER.       * DBNK162P
002500*              REPLACE stops a lost or spoiled cheque still     * DBNK162P
002600*              outstanding and re-issues it under a new serial  * DBNK162P
002700*              for the same payee and amount; it needs an       * DBNK162P
002800*              active supervisor, with password, other than the * DBNK162P
002900*              teller. INQUIRE shows a serial's standing.       * DBNK162P
003000*              VSAM version                                     * DBNK162P
003100***************************************************************** DBNK162P
003200                                                                  DBNK162P
003300 IDENTIFICATION DIVISION.                                         DBNK162P
003400 PROGRAM-ID.                                                      DBNK162P
003500     DBNK162P.                                                    DBNK162P
003600 DATE-WRITTEN.                                                    DBNK162P
003700     October 2007.                                                DBNK162P
003800 DATE-COMPILED.                                                   DBNK162P
003900     Today.                                                       DBNK162P
004000                                                                  DBNK162P
004100 ENVIRONMENT DIVISION.                                            DBNK162P
004200                                                                  DBNK162P
004300 DATA DIVISION.                                                   DBNK162P
004400                                                                  DBNK162P
004500 WORKING-STORAGE SECTION.                                         DBNK162P
004600 01  WS-MISC-STORAGE.                                             DBNK162P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBNK162P
004800       VALUE 'DBNK162P'.                                          DBNK162P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK162P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBNK162P
005100   05  WS-ACC-TOKEN                          PIC S9(8) COMP.      DBNK162P
005200   05  WS-OCHQ-TOKEN                         PIC S9(8) COMP.      DBNK162P
005300   05  WS-PARM-TOKEN                         PIC S9(8) COMP.      DBNK162P
005400   05  WS-BNKACC-RID                         PIC X(9).            DBNK162P
005500   05  WS-BNKOCHQ-RID                        PIC X(6).            DBNK162P
005600   05  WS-BNKPARM-RID                        PIC X(8).            DBNK162P
005700   05  WS-BNKFEES-RID                        PIC X(5).            DBNK162P
005800   05  WS-BNKOPER-RID                        PIC X(5).            DBNK162P
005900   05  WS-BNKPWD-RID                         PIC X(5).            DBNK162P
006000   05  WS-BNKDRWR-RID.                                            DBNK162P
006100     10  WS-BNKDRWR-RID-TELLER               PIC X(5).            DBNK162P
006200     10  WS-BNKDRWR-RID-DATE                 PIC X(8).            DBNK162P
006300   05  WS-HASH-VALUE                         PIC X(8).            DBNK162P
006400   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK162P
006500   05  WS-TODAY-DATE                         PIC X(8).            DBNK162P
006600   05  WS-SERIAL-N                           PIC 9(6).            DBNK162P
006700   05  WS-SERIAL-X REDEFINES WS-SERIAL-N     PIC X(6).            DBNK162P
006800   05  WS-OLD-SERIAL                         PIC X(6).            DBNK162P
006900   05  WS-FEE-AMOUNT                         PIC S9(5)V99         DBNK162P
007000                                             COMP-3.              DBNK162P
007100   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK162P
007200                                             COMP-3.              DBNK162P
007300   05  WS-POST-PID                           PIC X(5).            DBNK162P
007400   05  WS-POST-ACCNO                         PIC X(9).            DBNK162P
007500   05  WS-POST-TYPE                          PIC X(1).            DBNK162P
007600   05  WS-POST-SUB-TYPE                      PIC X(1).            DBNK162P
007700   05  WS-POST-TERMINAL                      PIC X(4).            DBNK162P
007800   05  WS-POST-AMOUNT                        PIC S9(7)V99         DBNK162P
007900                                             COMP-3.              DBNK162P
008000   05  WS-POST-CATEGORY                      PIC X(4).            DBNK162P
008100   05  WS-POST-DESC                          PIC X(40).           DBNK162P
008200   05  WS-OFCHQ-ACCNO                        PIC X(9)             DBNK162P
008300       VALUE '999999950'.                                         DBNK162P
008400   05  WS-OFCHQ-PID                          PIC X(5)             DBNK162P
008500       VALUE 'OFCHQ'.                                             DBNK162P
008600                                                                  DBNK162P
008700 COPY CTSTAMPD.                                                   DBNK162P
008800                                                                  DBNK162P
008900 01  WS-BNKACC-REC.                                               DBNK162P
009000 COPY CBANKVAC.                                                   DBNK162P
009100                                                                  DBNK162P
009200 01  WS-BNKOCHQ-REC.                                              DBNK162P
009300 COPY CBANKVOQ.                                                   DBNK162P
009400                                                                  DBNK162P
009500 01  WS-BNKPARM-REC.                                              DBNK162P
009600 COPY CBANKVPM.                                                   DBNK162P
009700                                                                  DBNK162P
009800 01  WS-BNKFEES-REC.                                              DBNK162P
009900 COPY CBANKVFE.                                                   DBNK162P
010000                                                                  DBNK162P
010100 01  WS-BNKOPER-REC.                                              DBNK162P
010200 COPY CBANKVOR.                                                   DBNK162P
010300                                                                  DBNK162P
010400 01  WS-BNKPWD-REC.                                               DBNK162P
010500 COPY CBANKVPW.                                                   DBNK162P
010600                                                                  DBNK162P
010700 01  WS-BNKDRWR-REC.                                              DBNK162P
010800 COPY CBANKVDR.                                                   DBNK162P
010900                                                                  DBNK162P
011000 01  WS-BNKLEDG-REC.                                              DBNK162P
011100 COPY CBANKVLG.                                                   DBNK162P
011200                                                                  DBNK162P
011300 01  WS-TWOS-COMP.                                                DBNK162P
011400   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK162P
011500   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK162P
011600   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK162P
011700                                                                  DBNK162P
011800 01  WS-TREF-DATA.                                                DBNK162P
011900 COPY CTREFD.                                                     DBNK162P
012000                                                                  DBNK162P
012100 01  WS-COMMAREA.                                                 DBNK162P
012200 COPY CBNKD162.                                                   DBNK162P
012300                                                                  DBNK162P
012400 COPY CBANKTXD.                                                   DBNK162P
012500                                                                  DBNK162P
012600 COPY CABENDD.                                                    DBNK162P
012700                                                                  DBNK162P
012800 LINKAGE SECTION.                                                 DBNK162P
012900 01  DFHCOMMAREA.                                                 DBNK162P
013000   05  LK-COMMAREA                           PIC X(1)             DBNK162P
013100       OCCURS 1 TO 4096 TIMES                                     DBNK162P
013200         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK162P
013300                                                                  DBNK162P
013400 COPY CENTRY.                                                     DBNK162P
013500***************************************************************** DBNK162P
013600* Move the passed data to our area                              * DBNK162P
013700***************************************************************** DBNK162P
013800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK162P
013900     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK162P
014000                                                                  DBNK162P
014100***************************************************************** DBNK162P
014200* Initialize our output area                                    * DBNK162P
014300***************************************************************** DBNK162P
014400     MOVE SPACES TO C162O-DATA.                                   DBNK162P
014500     SET C162O-FAIL TO TRUE.                                      DBNK162P
014600     MOVE ZERO TO C162O-FEE-AMOUNT.                               DBNK162P
014700     MOVE ZERO TO C162O-NEW-BAL.                                  DBNK162P
014800     MOVE ZERO TO C162O-AMOUNT.                                   DBNK162P
014900                                                                  DBNK162P
015000 COPY CTSTAMPP.                                                   DBNK162P
015100     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK162P
015200     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK162P
015300     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK162P
015400     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK162P
015500             STAMP-BUSINESS-DATE-EXIT.                            DBNK162P
015600                                                                  DBNK162P
015700     EVALUATE TRUE                                                DBNK162P
015800       WHEN C162I-ISSUE                                           DBNK162P
015900         GO TO ISSUE-CHEQUE                                       DBNK162P
016000       WHEN C162I-REPLACE                                         DBNK162P
016100         GO TO REPLACE-CHEQUE                                     DBNK162P
016200       WHEN C162I-INQUIRE                                         DBNK162P
016300         GO TO INQUIRE-CHEQUE                                     DBNK162P
016400       WHEN OTHER                                                 DBNK162P
016500         MOVE 'Unknown request' TO C162O-MSG                      DBNK162P
016600         GO TO DBNK162P-EXIT                                      DBNK162P
016700     END-EVALUATE.                                                DBNK162P
016800                                                                  DBNK162P
016900***************************************************************** DBNK162P
017000* ISSUE - against an account when one is given, otherwise for   * DBNK162P
017100* cash taken in at the teller's open drawer                     * DBNK162P
017200***************************************************************** DBNK162P
017300 ISSUE-CHEQUE.                                                    DBNK162P
017400     IF C162I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK162P
017500        MOVE 'Amount must be greater than zero' TO C162O-MSG      DBNK162P
017600        GO TO DBNK162P-EXIT                                       DBNK162P
017700     END-IF.                                                      DBNK162P
017800     IF C162I-PAYEE-NAME IS EQUAL TO SPACES                       DBNK162P
017900        MOVE 'Payee name is required' TO C162O-MSG                DBNK162P
018000        GO TO DBNK162P-EXIT                                       DBNK162P
018100     END-IF.                                                      DBNK162P
018200     MOVE SPACES TO WS-BNKOCHQ-REC.                               DBNK162P
018300     IF C162I-SRC-ACCNO IS EQUAL TO SPACES                        DBNK162P
018400        GO TO ISSUE-FOR-CASH                                      DBNK162P
018500     END-IF.                                                      DBNK162P
018600     MOVE C162I-SRC-ACCNO TO WS-BNKACC-RID.                       DBNK162P
018700     EXEC CICS READ FILE('BNKACC')                                DBNK162P
018800                    UPDATE                                        DBNK162P
018900                    INTO(WS-BNKACC-REC)                           DBNK162P
019000                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK162P
019100                    RIDFLD(WS-BNKACC-RID)                         DBNK162P
019200                    TOKEN(WS-ACC-TOKEN)                           DBNK162P
019300                    RESP(WS-RESP)                                 DBNK162P
019400     END-EXEC.                                                    DBNK162P
019500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
019600        MOVE 'Source account not found' TO C162O-MSG              DBNK162P
019700        GO TO DBNK162P-EXIT                                       DBNK162P
019800     END-IF.                                                      DBNK162P
019900     IF BAC-REC-ACC-IS-CLOSED                                     DBNK162P
020000        MOVE 'Source account is closed' TO C162O-MSG              DBNK162P
020100        GO TO DBNK162P-EXIT                                       DBNK162P
020200     END-IF.                                                      DBNK162P
020300     SET BOQ-REC-BY-ACCOUNT TO TRUE.                              DBNK162P
020400     MOVE 'OCHQ' TO WS-BNKFEES-RID (1:4).                         DBNK162P
020500     MOVE BAC-REC-TYPE TO WS-BNKFEES-RID (5:1).                   DBNK162P
020600     PERFORM GET-OCHQ-FEE THRU                                    DBNK162P
020700             GET-OCHQ-FEE-EXIT.                                   DBNK162P
020800     COMPUTE WS-NEW-BAL =                                         DBNK162P
020900         BAC-REC-BALANCE - C162I-AMOUNT - WS-FEE-AMOUNT.          DBNK162P
021000     IF WS-NEW-BAL IS LESS THAN                                   DBNK162P
021100        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK162P
021200        MOVE 'Insufficient funds for cheque and fee'              DBNK162P
021300          TO C162O-MSG                                            DBNK162P
021400        GO TO DBNK162P-EXIT                                       DBNK162P
021500     END-IF.                                                      DBNK162P
021600     MOVE BAC-REC-PID TO BOQ-REC-PURCHASER-PID.                   DBNK162P
021700     MOVE BAC-REC-ACCNO TO BOQ-REC-SRC-ACCNO.                     DBNK162P
021800     GO TO ISSUE-NUMBER.                                          DBNK162P
021900                                                                  DBNK162P
022000 ISSUE-FOR-CASH.                                                  DBNK162P
022100     MOVE C162I-USERID TO WS-BNKDRWR-RID-TELLER.                  DBNK162P
022200     MOVE WS-TS-CURRENT-DATE TO WS-BNKDRWR-RID-DATE.              DBNK162P
022300     EXEC CICS READ FILE('BNKDRWR')                               DBNK162P
022400                    INTO(WS-BNKDRWR-REC)                          DBNK162P
022500                    LENGTH(LENGTH OF WS-BNKDRWR-REC)              DBNK162P
022600                    RIDFLD(WS-BNKDRWR-RID)                        DBNK162P
022700                    KEYLENGTH(LENGTH OF WS-BNKDRWR-RID)           DBNK162P
022800                    RESP(WS-RESP)                                 DBNK162P
022900     END-EXEC.                                                    DBNK162P
023000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK162P
023100        NOT BDR-REC-IS-OPEN                                       DBNK162P
023200        MOVE 'Cash purchase needs an open drawer' TO C162O-MSG    DBNK162P
023300        GO TO DBNK162P-EXIT                                       DBNK162P
023400     END-IF.                                                      DBNK162P
023500     IF C162I-REMITTER IS EQUAL TO SPACES                         DBNK162P
023600        MOVE 'Remitter name is required for cash'                 DBNK162P
023700          TO C162O-MSG                                            DBNK162P
023800        GO TO DBNK162P-EXIT                                       DBNK162P
023900     END-IF.                                                      DBNK162P
024000     SET BOQ-REC-BY-CASH TO TRUE.                                 DBNK162P
024100     MOVE 'OCHQ0' TO WS-BNKFEES-RID.                              DBNK162P
024200     PERFORM GET-OCHQ-FEE THRU                                    DBNK162P
024300             GET-OCHQ-FEE-EXIT.                                   DBNK162P
024400     MOVE BDR-REC-TERMINAL TO BOQ-REC-TERMINAL-ID.                DBNK162P
024500                                                                  DBNK162P
024600***************************************************************** DBNK162P
024700* Take the next serial and file the cheque outstanding          * DBNK162P
024800***************************************************************** DBNK162P
024900 ISSUE-NUMBER.                                                    DBNK162P
025000     PERFORM NEXT-SERIAL THRU                                     DBNK162P
025100             NEXT-SERIAL-EXIT.                                    DBNK162P
025200     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
025300        GO TO ISSUE-FAILED                                        DBNK162P
025400     END-IF.                                                      DBNK162P
025500     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK162P
025600     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK162P
025700     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK162P
025800     MOVE WS-SERIAL-X TO BOQ-REC-SERIAL.                          DBNK162P
025900     SET BOQ-REC-IS-OUTSTANDING TO TRUE.                          DBNK162P
026000     MOVE WS-TODAY-DATE TO BOQ-REC-STATUS-DATE.                   DBNK162P
026100     MOVE C162I-PAYEE-NAME TO BOQ-REC-PAYEE-NAME.                 DBNK162P
026200     MOVE C162I-AMOUNT TO BOQ-REC-AMOUNT.                         DBNK162P
026300     MOVE WS-FEE-AMOUNT TO BOQ-REC-FEE-AMOUNT.                    DBNK162P
026400     MOVE C162I-REMITTER TO BOQ-REC-REMITTER.                     DBNK162P
026500     MOVE C162I-USERID TO BOQ-REC-ISSUED-BY.                      DBNK162P
026600     MOVE WS-TODAY-DATE TO BOQ-REC-ISSUED-DATE.                   DBNK162P
026700     MOVE TREF-REFNO TO BOQ-REC-ISSUE-REFNO.                      DBNK162P
026800     PERFORM WRITE-OCHQ THRU                                      DBNK162P
026900             WRITE-OCHQ-EXIT.                                     DBNK162P
027000     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
027100        GO TO ISSUE-FAILED                                        DBNK162P
027200     END-IF.                                                      DBNK162P
027300                                                                  DBNK162P
027400     MOVE SPACES TO WS-POST-DESC.                                 DBNK162P
027500     STRING 'Official cheque ' DELIMITED BY SIZE                  DBNK162P
027600            BOQ-REC-SERIAL DELIMITED BY SIZE                      DBNK162P
027700            ' ' DELIMITED BY SIZE                                 DBNK162P
027800            BOQ-REC-PAYEE-NAME DELIMITED BY '  '                  DBNK162P
027900       INTO WS-POST-DESC.                                         DBNK162P
028000     MOVE 'OFCQ' TO WS-POST-CATEGORY.                             DBNK162P
028100     MOVE C162I-AMOUNT TO WS-POST-AMOUNT.                         DBNK162P
028200     IF BOQ-REC-BY-CASH                                           DBNK162P
028300        GO TO ISSUE-POST-CASH                                     DBNK162P
028400     END-IF.                                                      DBNK162P
028500                                                                  DBNK162P
028600     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK162P
028700     MOVE BAC-REC-PID TO WS-POST-PID.                             DBNK162P
028800     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         DBNK162P
028900     MOVE '1' TO WS-POST-TYPE.                                    DBNK162P
029000     MOVE '1' TO WS-POST-SUB-TYPE.                                DBNK162P
029100     MOVE SPACES TO WS-POST-TERMINAL.                             DBNK162P
029200     PERFORM WRITE-OCHQ-LEDGER THRU                               DBNK162P
029300             WRITE-OCHQ-LEDGER-EXIT.                              DBNK162P
029400     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
029500        GO TO ISSUE-FAILED                                        DBNK162P
029600     END-IF.                                                      DBNK162P
029700     MOVE '1' TO WS-TIMESTAMP (26:1).                             DBNK162P
029800     MOVE WS-OFCHQ-PID TO WS-POST-PID.                            DBNK162P
029900     MOVE WS-OFCHQ-ACCNO TO WS-POST-ACCNO.                        DBNK162P
030000     MOVE '2' TO WS-POST-SUB-TYPE.                                DBNK162P
030100     PERFORM WRITE-OCHQ-LEDGER THRU                               DBNK162P
030200             WRITE-OCHQ-LEDGER-EXIT.                              DBNK162P
030300     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
030400        GO TO ISSUE-FAILED                                        DBNK162P
030500     END-IF.                                                      DBNK162P
030600     IF WS-FEE-AMOUNT IS GREATER THAN ZERO                        DBNK162P
030700        MOVE SPACES TO WS-POST-DESC                               DBNK162P
030800        STRING 'Official cheque fee ' DELIMITED BY SIZE           DBNK162P
030900               BOQ-REC-SERIAL DELIMITED BY SIZE                   DBNK162P
031000          INTO WS-POST-DESC                                       DBNK162P
031100        MOVE '2' TO WS-TIMESTAMP (26:1)                           DBNK162P
031200        MOVE BAC-REC-PID TO WS-POST-PID                           DBNK162P
031300        MOVE BAC-REC-ACCNO TO WS-POST-ACCNO                       DBNK162P
031400        MOVE '1' TO WS-POST-SUB-TYPE                              DBNK162P
031500        MOVE 'FEE ' TO WS-POST-CATEGORY                           DBNK162P
031600        MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT                      DBNK162P
031700        PERFORM WRITE-OCHQ-LEDGER THRU                            DBNK162P
031800                WRITE-OCHQ-LEDGER-EXIT                            DBNK162P
031900        IF C162O-MSG IS NOT EQUAL TO SPACES                       DBNK162P
032000           GO TO ISSUE-FAILED                                     DBNK162P
032100        END-IF                                                    DBNK162P
032200     END-IF.                                                      DBNK162P
032300     MOVE WS-NEW-BAL TO BAC-REC-BALANCE.                          DBNK162P
032400     EXEC CICS REWRITE FILE('BNKACC')                             DBNK162P
032500                       FROM(WS-BNKACC-REC)                        DBNK162P
032600                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK162P
032700                       TOKEN(WS-ACC-TOKEN)                        DBNK162P
032800                       RESP(WS-RESP)                              DBNK162P
032900     END-EXEC.                                                    DBNK162P
033000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
033100        MOVE 'Unable to debit source account' TO C162O-MSG        DBNK162P
033200        GO TO ISSUE-FAILED                                        DBNK162P
033300     END-IF.                                                      DBNK162P
033400     MOVE WS-NEW-BAL TO C162O-NEW-BAL.                            DBNK162P
033500     GO TO ISSUE-DONE.                                            DBNK162P
033600                                                                  DBNK162P
033700***************************************************************** DBNK162P
033800* Cash purchase - the amount, and any fee, are taken in at the  * DBNK162P
033900* drawer's terminal so they count in the drawer's cash in       * DBNK162P
034000***************************************************************** DBNK162P
034100 ISSUE-POST-CASH.                                                 DBNK162P
034200     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK162P
034300     MOVE WS-OFCHQ-PID TO WS-POST-PID.                            DBNK162P
034400     MOVE WS-OFCHQ-ACCNO TO WS-POST-ACCNO.                        DBNK162P
034500     MOVE '3' TO WS-POST-TYPE.                                    DBNK162P
034600     MOVE '2' TO WS-POST-SUB-TYPE.                                DBNK162P
034700     MOVE BDR-REC-TERMINAL TO WS-POST-TERMINAL.                   DBNK162P
034800     PERFORM WRITE-OCHQ-LEDGER THRU                               DBNK162P
034900             WRITE-OCHQ-LEDGER-EXIT.                              DBNK162P
035000     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
035100        GO TO ISSUE-FAILED                                        DBNK162P
035200     END-IF.                                                      DBNK162P
035300     IF WS-FEE-AMOUNT IS GREATER THAN ZERO                        DBNK162P
035400        MOVE SPACES TO WS-POST-DESC                               DBNK162P
035500        STRING 'Official cheque fee ' DELIMITED BY SIZE           DBNK162P
035600               BOQ-REC-SERIAL DELIMITED BY SIZE                   DBNK162P
035700          INTO WS-POST-DESC                                       DBNK162P
035800        MOVE '1' TO WS-TIMESTAMP (26:1)                           DBNK162P
035900        MOVE 'FEE ' TO WS-POST-CATEGORY                           DBNK162P
036000        MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT                      DBNK162P
036100        PERFORM WRITE-OCHQ-LEDGER THRU                            DBNK162P
036200                WRITE-OCHQ-LEDGER-EXIT                            DBNK162P
036300        IF C162O-MSG IS NOT EQUAL TO SPACES                       DBNK162P
036400           GO TO ISSUE-FAILED                                     DBNK162P
036500        END-IF                                                    DBNK162P
036600     END-IF.                                                      DBNK162P
036700                                                                  DBNK162P
036800 ISSUE-DONE.                                                      DBNK162P
036900     EXEC CICS SYNCPOINT                                          DBNK162P
037000     END-EXEC.                                                    DBNK162P
037100     SET C162O-OK TO TRUE.                                        DBNK162P
037200     MOVE BOQ-REC-SERIAL TO C162O-SERIAL.                         DBNK162P
037300     MOVE BOQ-REC-ISSUE-REFNO TO C162O-REFNO.                     DBNK162P
037400     MOVE WS-FEE-AMOUNT TO C162O-FEE-AMOUNT.                      DBNK162P
037500     PERFORM RETURN-ITEM THRU                                     DBNK162P
037600             RETURN-ITEM-EXIT.                                    DBNK162P
037700     MOVE 'Official cheque issued' TO C162O-MSG.                  DBNK162P
037800     GO TO DBNK162P-EXIT.                                         DBNK162P
037900                                                                  DBNK162P
038000***************************************************************** DBNK162P
038100* Something failed after the first write - back the issue out   * DBNK162P
038200* so neither the serial nor any money is used                   * DBNK162P
038300***************************************************************** DBNK162P
038400 ISSUE-FAILED.                                                    DBNK162P
038500     EXEC CICS SYNCPOINT ROLLBACK                                 DBNK162P
038600     END-EXEC.                                                    DBNK162P
038700     SET C162O-FAIL TO TRUE.                                      DBNK162P
038800     GO TO DBNK162P-EXIT.                                         DBNK162P
038900                                                                  DBNK162P
039000***************************************************************** DBNK162P
039100* REPLACE - stop a cheque still outstanding (or unclaimed) and  * DBNK162P
039200* re-issue it under a new serial. No money moves: the liability * DBNK162P
039300* carries over to the new serial, which names the old one.      * DBNK162P
039400***************************************************************** DBNK162P
039500 REPLACE-CHEQUE.                                                  DBNK162P
039600     PERFORM CHECK-SUPERVISOR THRU                                DBNK162P
039700             CHECK-SUPERVISOR-EXIT.                               DBNK162P
039800     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
039900        GO TO DBNK162P-EXIT                                       DBNK162P
040000     END-IF.                                                      DBNK162P
040100     MOVE C162I-SERIAL TO WS-BNKOCHQ-RID.                         DBNK162P
040200     EXEC CICS READ FILE('BNKOCHQ')                               DBNK162P
040300                    UPDATE                                        DBNK162P
040400                    INTO(WS-BNKOCHQ-REC)                          DBNK162P
040500                    LENGTH(LENGTH OF WS-BNKOCHQ-REC)              DBNK162P
040600                    RIDFLD(WS-BNKOCHQ-RID)                        DBNK162P
040700                    TOKEN(WS-OCHQ-TOKEN)                          DBNK162P
040800                    RESP(WS-RESP)                                 DBNK162P
040900     END-EXEC.                                                    DBNK162P
041000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
041100        MOVE 'Official cheque not on file' TO C162O-MSG           DBNK162P
041200        GO TO DBNK162P-EXIT                                       DBNK162P
041300     END-IF.                                                      DBNK162P
041400     IF NOT BOQ-REC-IS-OUTSTANDING AND                            DBNK162P
041500        NOT BOQ-REC-IS-UNCLAIMED                                  DBNK162P
041600        MOVE 'Cheque is no longer outstanding' TO C162O-MSG       DBNK162P
041700        GO TO DBNK162P-EXIT                                       DBNK162P
041800     END-IF.                                                      DBNK162P
041900     PERFORM NEXT-SERIAL THRU                                     DBNK162P
042000             NEXT-SERIAL-EXIT.                                    DBNK162P
042100     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
042200        GO TO ISSUE-FAILED                                        DBNK162P
042300     END-IF.                                                      DBNK162P
042400     MOVE BOQ-REC-SERIAL TO WS-OLD-SERIAL.                        DBNK162P
042500     SET BOQ-REC-IS-STOPPED TO TRUE.                              DBNK162P
042600     MOVE WS-TODAY-DATE TO BOQ-REC-STATUS-DATE.                   DBNK162P
042700     MOVE WS-SERIAL-X TO BOQ-REC-REPLACED-BY.                     DBNK162P
042800     MOVE C162I-SUPER-PID TO BOQ-REC-STOPPED-BY.                  DBNK162P
042900     EXEC CICS REWRITE FILE('BNKOCHQ')                            DBNK162P
043000                       FROM(WS-BNKOCHQ-REC)                       DBNK162P
043100                       LENGTH(LENGTH OF WS-BNKOCHQ-REC)           DBNK162P
043200                       TOKEN(WS-OCHQ-TOKEN)                       DBNK162P
043300                       RESP(WS-RESP)                              DBNK162P
043400     END-EXEC.                                                    DBNK162P
043500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
043600        MOVE 'Unable to stop the cheque' TO C162O-MSG             DBNK162P
043700        GO TO ISSUE-FAILED                                        DBNK162P
043800     END-IF.                                                      DBNK162P
043900     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK162P
044000     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK162P
044100     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK162P
044200     MOVE WS-SERIAL-X TO BOQ-REC-SERIAL.                          DBNK162P
044300     SET BOQ-REC-IS-OUTSTANDING TO TRUE.                          DBNK162P
044400     MOVE ZERO TO BOQ-REC-FEE-AMOUNT.                             DBNK162P
044500     MOVE C162I-USERID TO BOQ-REC-ISSUED-BY.                      DBNK162P
044600     MOVE WS-TODAY-DATE TO BOQ-REC-ISSUED-DATE.                   DBNK162P
044700     MOVE TREF-REFNO TO BOQ-REC-ISSUE-REFNO.                      DBNK162P
044800     MOVE WS-OLD-SERIAL TO BOQ-REC-REPLACES.                      DBNK162P
044900     MOVE SPACES TO BOQ-REC-REPLACED-BY.                          DBNK162P
045000     MOVE SPACES TO BOQ-REC-STOPPED-BY.                           DBNK162P
045100     PERFORM WRITE-OCHQ THRU                                      DBNK162P
045200             WRITE-OCHQ-EXIT.                                     DBNK162P
045300     IF C162O-MSG IS NOT EQUAL TO SPACES                          DBNK162P
045400        GO TO ISSUE-FAILED                                        DBNK162P
045500     END-IF.                                                      DBNK162P
045600     EXEC CICS SYNCPOINT                                          DBNK162P
045700     END-EXEC.                                                    DBNK162P
045800     SET C162O-OK TO TRUE.                                        DBNK162P
045900     MOVE BOQ-REC-SERIAL TO C162O-SERIAL.                         DBNK162P
046000     MOVE BOQ-REC-ISSUE-REFNO TO C162O-REFNO.                     DBNK162P
046100     PERFORM RETURN-ITEM THRU                                     DBNK162P
046200             RETURN-ITEM-EXIT.                                    DBNK162P
046300     MOVE 'Cheque stopped and replaced' TO C162O-MSG.             DBNK162P
046400     GO TO DBNK162P-EXIT.                                         DBNK162P
046500                                                                  DBNK162P
046600***************************************************************** DBNK162P
046700* INQUIRE - the standing of one serial                          * DBNK162P
046800***************************************************************** DBNK162P
046900 INQUIRE-CHEQUE.                                                  DBNK162P
047000     MOVE C162I-SERIAL TO WS-BNKOCHQ-RID.                         DBNK162P
047100     EXEC CICS READ FILE('BNKOCHQ')                               DBNK162P
047200                    INTO(WS-BNKOCHQ-REC)                          DBNK162P
047300                    LENGTH(LENGTH OF WS-BNKOCHQ-REC)              DBNK162P
047400                    RIDFLD(WS-BNKOCHQ-RID)                        DBNK162P
047500                    RESP(WS-RESP)                                 DBNK162P
047600     END-EXEC.                                                    DBNK162P
047700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
047800        MOVE 'Official cheque not on file' TO C162O-MSG           DBNK162P
047900        GO TO DBNK162P-EXIT                                       DBNK162P
048000     END-IF.                                                      DBNK162P
048100     SET C162O-OK TO TRUE.                                        DBNK162P
048200     MOVE BOQ-REC-SERIAL TO C162O-SERIAL.                         DBNK162P
048300     MOVE BOQ-REC-ISSUE-REFNO TO C162O-REFNO.                     DBNK162P
048400     MOVE BOQ-REC-FEE-AMOUNT TO C162O-FEE-AMOUNT.                 DBNK162P
048500     PERFORM RETURN-ITEM THRU                                     DBNK162P
048600             RETURN-ITEM-EXIT.                                    DBNK162P
048700     GO TO DBNK162P-EXIT.                                         DBNK162P
048800                                                                  DBNK162P
048900***************************************************************** DBNK162P
049000* The cheque's details back to the caller; the linked serial is * DBNK162P
049100* the replacement of a stopped cheque or the one it replaced    * DBNK162P
049200***************************************************************** DBNK162P
049300 RETURN-ITEM.                                                     DBNK162P
049400     MOVE BOQ-REC-STATUS TO C162O-ITEM-STATUS.                    DBNK162P
049500     MOVE BOQ-REC-PAYEE-NAME TO C162O-PAYEE-NAME.                 DBNK162P
049600     MOVE BOQ-REC-AMOUNT TO C162O-AMOUNT.                         DBNK162P
049700     MOVE BOQ-REC-ISSUED-DATE TO C162O-ISSUED-DATE.               DBNK162P
049800     MOVE BOQ-REC-STATUS-DATE TO C162O-STATUS-DATE.               DBNK162P
049900     IF BOQ-REC-REPLACED-BY IS NOT EQUAL TO SPACES                DBNK162P
050000        MOVE BOQ-REC-REPLACED-BY TO C162O-LINKED-SERIAL           DBNK162P
050100     ELSE                                                         DBNK162P
050200        MOVE BOQ-REC-REPLACES TO C162O-LINKED-SERIAL              DBNK162P
050300     END-IF.                                                      DBNK162P
050400 RETURN-ITEM-EXIT.                                                DBNK162P
050500     EXIT.                                                        DBNK162P
050600                                                                  DBNK162P
050700***************************************************************** DBNK162P
050800* An active supervisor, with password, other than the teller    * DBNK162P
050900***************************************************************** DBNK162P
051000 CHECK-SUPERVISOR.                                                DBNK162P
051100     MOVE C162I-SUPER-PID TO WS-BNKOPER-RID.                      DBNK162P
051200     EXEC CICS READ FILE('BNKOPER')                               DBNK162P
051300                    INTO(WS-BNKOPER-REC)                          DBNK162P
051400                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK162P
051500                    RIDFLD(WS-BNKOPER-RID)                        DBNK162P
051600                    RESP(WS-RESP)                                 DBNK162P
051700     END-EXEC.                                                    DBNK162P
051800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
051900        MOVE 'Supervisor sign-off required' TO C162O-MSG          DBNK162P
052000        GO TO CHECK-SUPERVISOR-EXIT                               DBNK162P
052100     END-IF.                                                      DBNK162P
052200     IF NOT BOR-REC-IS-ACTIVE                                     DBNK162P
052300        MOVE 'Supervisor profile is revoked' TO C162O-MSG         DBNK162P
052400        GO TO CHECK-SUPERVISOR-EXIT                               DBNK162P
052500     END-IF.                                                      DBNK162P
052600     IF NOT BOR-REC-ROLE-SUPERVISOR AND                           DBNK162P
052700        NOT BOR-REC-ROLE-ADMIN                                    DBNK162P
052800        MOVE 'Sign-off needs supervisor authority'                DBNK162P
052900          TO C162O-MSG                                            DBNK162P
053000        GO TO CHECK-SUPERVISOR-EXIT                               DBNK162P
053100     END-IF.                                                      DBNK162P
053200     MOVE C162I-SUPER-PID TO WS-BNKPWD-RID.                       DBNK162P
053300     EXEC CICS READ FILE('BNKPWD')                                DBNK162P
053400                    INTO(WS-BNKPWD-REC)                           DBNK162P
053500                    LENGTH(LENGTH OF WS-BNKPWD-REC)               DBNK162P
053600                    RIDFLD(WS-BNKPWD-RID)                         DBNK162P
053700                    KEYLENGTH(LENGTH OF WS-BNKPWD-RID)            DBNK162P
053800                    RESP(WS-RESP)                                 DBNK162P
053900     END-EXEC.                                                    DBNK162P
054000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
054100        MOVE 'Supervisor approval failed' TO C162O-MSG            DBNK162P
054200        GO TO CHECK-SUPERVISOR-EXIT                               DBNK162P
054300     END-IF.                                                      DBNK162P
054400     CALL 'UPWDHASH' USING C162I-SUPER-PSWD WS-HASH-VALUE.        DBNK162P
054500     IF WS-HASH-VALUE IS NOT EQUAL TO BPW-REC-HASH                DBNK162P
054600        MOVE 'Supervisor approval failed' TO C162O-MSG            DBNK162P
054700        GO TO CHECK-SUPERVISOR-EXIT                               DBNK162P
054800     END-IF.                                                      DBNK162P
054900     IF C162I-SUPER-PID IS EQUAL TO C162I-USERID                  DBNK162P
055000        MOVE 'Sign-off must be by someone else' TO C162O-MSG      DBNK162P
055100     END-IF.                                                      DBNK162P
055200 CHECK-SUPERVISOR-EXIT.                                           DBNK162P
055300     EXIT.                                                        DBNK162P
055400                                                                  DBNK162P
055500***************************************************************** DBNK162P
055600* The BNKFEES fee for the key already set up, waived when the   * DBNK162P
055700* account balance stands at or above the waiver balance - a     * DBNK162P
055800* cash purchase has no balance to earn the waiver               * DBNK162P
055900***************************************************************** DBNK162P
056000 GET-OCHQ-FEE.                                                    DBNK162P
056100     MOVE ZERO TO WS-FEE-AMOUNT.                                  DBNK162P
056200     EXEC CICS READ FILE('BNKFEES')                               DBNK162P
056300                    INTO(WS-BNKFEES-REC)                          DBNK162P
056400                    LENGTH(LENGTH OF WS-BNKFEES-REC)              DBNK162P
056500                    RIDFLD(WS-BNKFEES-RID)                        DBNK162P
056600                    RESP(WS-RESP)                                 DBNK162P
056700     END-EXEC.                                                    DBNK162P
056800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
056900        GO TO GET-OCHQ-FEE-EXIT                                   DBNK162P
057000     END-IF.                                                      DBNK162P
057100     IF BOQ-REC-BY-ACCOUNT AND                                    DBNK162P
057200        BFE-REC-WAIVER-BAL IS GREATER THAN ZERO AND               DBNK162P
057300        BAC-REC-BALANCE IS NOT LESS THAN BFE-REC-WAIVER-BAL       DBNK162P
057400        GO TO GET-OCHQ-FEE-EXIT                                   DBNK162P
057500     END-IF.                                                      DBNK162P
057600     MOVE BFE-REC-AMOUNT TO WS-FEE-AMOUNT.                        DBNK162P
057700 GET-OCHQ-FEE-EXIT.                                               DBNK162P
057800     EXIT.                                                        DBNK162P
057900                                                                  DBNK162P
058000***************************************************************** DBNK162P
058100* BNKPARM OCHQSER holds the last serial used in its text. The   * DBNK162P
058200* first cheque starts the run at 100001.                        * DBNK162P
058300***************************************************************** DBNK162P
058400 NEXT-SERIAL.                                                     DBNK162P
058500     MOVE 'OCHQSER ' TO WS-BNKPARM-RID.                           DBNK162P
058600     EXEC CICS READ FILE('BNKPARM')                               DBNK162P
058700                    UPDATE                                        DBNK162P
058800                    INTO(WS-BNKPARM-REC)                          DBNK162P
058900                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK162P
059000                    RIDFLD(WS-BNKPARM-RID)                        DBNK162P
059100                    KEYLENGTH(LENGTH OF WS-BNKPARM-RID)           DBNK162P
059200                    TOKEN(WS-PARM-TOKEN)                          DBNK162P
059300                    RESP(WS-RESP)                                 DBNK162P
059400     END-EXEC.                                                    DBNK162P
059500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
059600        GO TO NEXT-SERIAL-FIRST                                   DBNK162P
059700     END-IF.                                                      DBNK162P
059800     IF PRM-REC-TEXT (1:6) IS NOT NUMERIC                         DBNK162P
059900        MOVE 'Official cheque serial is damaged' TO C162O-MSG     DBNK162P
060000        GO TO NEXT-SERIAL-EXIT                                    DBNK162P
060100     END-IF.                                                      DBNK162P
060200     MOVE PRM-REC-TEXT (1:6) TO WS-SERIAL-N.                      DBNK162P
060300     IF WS-SERIAL-N IS EQUAL TO 999999                            DBNK162P
060400        MOVE 'Official cheque serials exhausted' TO C162O-MSG     DBNK162P
060500        GO TO NEXT-SERIAL-EXIT                                    DBNK162P
060600     END-IF.                                                      DBNK162P
060700     ADD 1 TO WS-SERIAL-N.                                        DBNK162P
060800     MOVE WS-SERIAL-X TO PRM-REC-TEXT (1:6).                      DBNK162P
060900     EXEC CICS REWRITE FILE('BNKPARM')                            DBNK162P
061000                       FROM(WS-BNKPARM-REC)                       DBNK162P
061100                       LENGTH(LENGTH OF WS-BNKPARM-REC)           DBNK162P
061200                       TOKEN(WS-PARM-TOKEN)                       DBNK162P
061300                       RESP(WS-RESP)                              DBNK162P
061400     END-EXEC.                                                    DBNK162P
061500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
061600        MOVE 'Unable to take a cheque serial' TO C162O-MSG        DBNK162P
061700     END-IF.                                                      DBNK162P
061800     GO TO NEXT-SERIAL-EXIT.                                      DBNK162P
061900 NEXT-SERIAL-FIRST.                                               DBNK162P
062000     MOVE 100001 TO WS-SERIAL-N.                                  DBNK162P
062100     MOVE SPACES TO WS-BNKPARM-REC.                               DBNK162P
062200     MOVE 'OCHQSER ' TO PRM-REC-KEY.                              DBNK162P
062300     MOVE ZERO TO PRM-REC-AMOUNT.                                 DBNK162P
062400     MOVE WS-SERIAL-X TO PRM-REC-TEXT (1:6).                      DBNK162P
062500     MOVE 'Last official cheque serial' TO PRM-REC-DESC.          DBNK162P
062600     EXEC CICS WRITE FILE('BNKPARM')                              DBNK162P
062700                     FROM(WS-BNKPARM-REC)                         DBNK162P
062800                     LENGTH(LENGTH OF WS-BNKPARM-REC)             DBNK162P
062900                     RIDFLD(WS-BNKPARM-RID)                       DBNK162P
063000                     KEYLENGTH(LENGTH OF WS-BNKPARM-RID)          DBNK162P
063100                     RESP(WS-RESP)                                DBNK162P
063200     END-EXEC.                                                    DBNK162P
063300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
063400        MOVE 'Unable to take a cheque serial' TO C162O-MSG        DBNK162P
063500     END-IF.                                                      DBNK162P
063600 NEXT-SERIAL-EXIT.                                                DBNK162P
063700     EXIT.                                                        DBNK162P
063800                                                                  DBNK162P
063900***************************************************************** DBNK162P
064000* File the cheque in the register under its serial              * DBNK162P
064100***************************************************************** DBNK162P
064200 WRITE-OCHQ.                                                      DBNK162P
064300     MOVE BOQ-REC-SERIAL TO WS-BNKOCHQ-RID.                       DBNK162P
064400     EXEC CICS WRITE FILE('BNKOCHQ')                              DBNK162P
064500                     FROM(WS-BNKOCHQ-REC)                         DBNK162P
064600                     LENGTH(LENGTH OF WS-BNKOCHQ-REC)             DBNK162P
064700                     RIDFLD(WS-BNKOCHQ-RID)                       DBNK162P
064800                     RESP(WS-RESP)                                DBNK162P
064900     END-EXEC.                                                    DBNK162P
065000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
065100        MOVE 'Unable to record the cheque' TO C162O-MSG           DBNK162P
065200     END-IF.                                                      DBNK162P
065300 WRITE-OCHQ-EXIT.                                                 DBNK162P
065400     EXIT.                                                        DBNK162P
065500                                                                  DBNK162P
065600***************************************************************** DBNK162P
065700* One ledger entry as set up in the WS-POST- fields             * DBNK162P
065800***************************************************************** DBNK162P
065900 WRITE-OCHQ-LEDGER.                                               DBNK162P
066000     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK162P
066100     MOVE WS-POST-PID TO BLG-REC-PID.                             DBNK162P
066200     MOVE WS-POST-TYPE TO BLG-REC-TYPE.                           DBNK162P
066300     MOVE WS-POST-SUB-TYPE TO BLG-REC-SUB-TYPE.                   DBNK162P
066400     MOVE WS-POST-CATEGORY TO BLG-REC-CATEGORY.                   DBNK162P
066500     MOVE WS-POST-ACCNO TO BLG-REC-ACCNO.                         DBNK162P
066600     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK162P
066700     MOVE WS-POST-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK162P
066800     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK162P
066900     MOVE WS-POST-AMOUNT TO BLG-REC-AMOUNT.                       DBNK162P
067000     MOVE SPACES TO TXN-DATA.                                     DBNK162P
067100     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK162P
067200     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK162P
067300     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK162P
067400     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK162P
067500     MOVE WS-POST-TERMINAL TO BLG-REC-TERMINAL-ID.                DBNK162P
067600     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK162P
067700     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK162P
067800     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK162P
067900     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK162P
068000     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK162P
068100     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK162P
068200     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK162P
068300     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK162P
068400                           WS-TWOS-COMP-INPUT                     DBNK162P
068500                           WS-TWOS-COMP-OUTPUT.                   DBNK162P
068600     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK162P
068700     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK162P
068800     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK162P
068900                     FROM(WS-BNKLEDG-REC)                         DBNK162P
069000                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK162P
069100                     RIDFLD(WS-BNKLEDG-RID)                       DBNK162P
069200                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK162P
069300                     RESP(WS-RESP)                                DBNK162P
069400     END-EXEC.                                                    DBNK162P
069500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK162P
069600        MOVE 'Unable to write ledger entry' TO C162O-MSG          DBNK162P
069700     END-IF.                                                      DBNK162P
069800 WRITE-OCHQ-LEDGER-EXIT.                                          DBNK162P
069900     EXIT.                                                        DBNK162P
070000                                                                  DBNK162P
070100***************************************************************** DBNK162P
070200* Cheques are dated with the bank-wide business date when the   * DBNK162P
070300* region has one installed - the calendar date already stamped  * DBNK162P
070400* stands in when it has none                                    * DBNK162P
070500***************************************************************** DBNK162P
070600 STAMP-BUSINESS-DATE.                                             DBNK162P
070700     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK162P
070800     EXEC CICS READ FILE('BNKPARM')                               DBNK162P
070900                    INTO(WS-BNKPARM-REC)                          DBNK162P
071000                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK162P
071100                    RIDFLD(WS-BNKPARM-RID)                        DBNK162P
071200                    RESP(WS-RESP)                                 DBNK162P
071300     END-EXEC.                                                    DBNK162P
071400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK162P
071500        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK162P
071600        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK162P
071700     END-IF.                                                      DBNK162P
071800 STAMP-BUSINESS-DATE-EXIT.                                        DBNK162P
071900     EXIT.                                                        DBNK162P
072000                                                                  DBNK162P
072100***************************************************************** DBNK162P
072200* Move the result back to the callers area                      * DBNK162P
072300***************************************************************** DBNK162P
072400 DBNK162P-EXIT.                                                   DBNK162P
072500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK162P
072600                                                                  DBNK162P
072700***************************************************************** DBNK162P
072800* Return to our caller                                          * DBNK162P
072900***************************************************************** DBNK162P
073000 COPY CRETURN.                                                    DBNK162P
