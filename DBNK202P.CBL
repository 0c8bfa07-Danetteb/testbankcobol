000100***************************************************************** DBNK202P
000200*                                                               * DBNK202P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK202P
000400*   This demonstration program is provided for use by users     * DBNK202P
000500*   of Micro Focus products and may be used, modified and       * DBNK202P
000600*   distributed as part of your application provided that       * DBNK202P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK202P
000800*   in this material.                                           * DBNK202P
000900*                                                               * DBNK202P
001000***************************************************************** DBNK202P
001100                                                                  DBNK202P
001200                                                                  DBNK202P
001300***************************************************************** DBNK202P
001400* Program:     DBNK202P.CBL                                     * DBNK202P
001500* Function:    Cash a cheque drawn on a customer's account for  * DBNK202P
001600*              a presenter who holds no account with the bank.  * DBNK202P
001700*              The presenter's name, identification type and    * DBNK202P
001800*              number are required and the name is screened     * DBNK202P
001900*              against the BNKWLST watchlist - a match refuses  * DBNK202P
002000*              the cheque and is filed for compliance. The      * DBNK202P
002100*              cheque must clear the same tests the clearing    * DBNK202P
002200*              run applies: no active stop on BNKSTOP, a serial * DBNK202P
002300*              issued on BNKCHQB and not already paid, an exact * DBNK202P
002400*              match on BNKPPAY for an enrolled account, and    * DBNK202P
002500*              funds on the drawer's account. The drawer's      * DBNK202P
002600*              account is debited, the BNKFEES NCCQ type-0 fee  * DBNK202P
002700*              is kept from the cash, and the rest is paid out  * DBNK202P
002800*              of the teller's open BNKDRWR drawer through the  * DBNK202P
002900*              non-customer cheques account 999999940. Every    * DBNK202P
003000*              item is filed on the BNKNCCQ register, which     * DBNK202P
003100*              DBANK77P reads for the large cash report.        * DBNK202P
003200*              VSAM version                                     * DBNK202P
003300***************************************************************** DBNK202P
003400                                                                  DBNK202P
003500 IDENTIFICATION DIVISION.                                         DBNK202P
003600 PROGRAM-ID.                                                      DBNK202P
003700     DBNK202P.                                                    DBNK202P
003800 DATE-WRITTEN.                                                    DBNK202P
003900     October 2007.                                                DBNK202P
004000 DATE-COMPILED.                                                   DBNK202P
004100     Today.                                                       DBNK202P
004200                                                                  DBNK202P
004300 ENVIRONMENT DIVISION.                                            DBNK202P
004400                                                                  DBNK202P
004500 DATA DIVISION.                                                   DBNK202P
004600                                                                  DBNK202P
004700 WORKING-STORAGE SECTION.                                         DBNK202P
004800 01  WS-MISC-STORAGE.                                             DBNK202P
004900   05  WS-PROGRAM-ID                         PIC X(8)             DBNK202P
005000       VALUE 'DBNK202P'.                                          DBNK202P
005100   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK202P
005200   05  WS-RESP                               PIC S9(8) COMP.      DBNK202P
005300   05  WS-ACC-TOKEN                          PIC S9(8) COMP.      DBNK202P
005400   05  WS-STOP-TOKEN                         PIC S9(8) COMP.      DBNK202P
005500   05  WS-PPAY-TOKEN                         PIC S9(8) COMP.      DBNK202P
005600   05  WS-BNKACC-RID                         PIC X(9).            DBNK202P
005700   05  WS-BNKPARM-RID                        PIC X(8).            DBNK202P
005800   05  WS-BNKFEES-RID                        PIC X(5).            DBNK202P
005900   05  WS-BNKDRWR-RID.                                            DBNK202P
006000     10  WS-BNKDRWR-RID-TELLER               PIC X(5).            DBNK202P
006100     10  WS-BNKDRWR-RID-DATE                 PIC X(8).            DBNK202P
006200   05  WS-BNKSTOP-RID.                                            DBNK202P
006300     10  WS-BNKSTOP-RID-ACCNO                PIC X(9).            DBNK202P
006400     10  WS-BNKSTOP-RID-SEQ                  PIC 9(3).            DBNK202P
006500   05  WS-BNKCHQB-RID.                                            DBNK202P
006600     10  WS-BNKCHQB-RID-ACCNO                PIC X(9).            DBNK202P
006700     10  WS-BNKCHQB-RID-FROM                 PIC X(6).            DBNK202P
006800   05  WS-BNKCQPD-RID                        PIC X(15).           DBNK202P
006900   05  WS-BNKPPAY-RID.                                            DBNK202P
007000     10  WS-BNKPPAY-RID-ACCNO                PIC X(9).            DBNK202P
007100     10  WS-BNKPPAY-RID-SERIAL               PIC X(6).            DBNK202P
007200   05  WS-BNKWLST-RID                        PIC X(8).            DBNK202P
007300   05  WS-BNKNCCQ-RID                        PIC X(26).           DBNK202P
007400   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK202P
007500   05  WS-TODAY-DATE                         PIC X(8).            DBNK202P
007600   05  WS-RANGES-SEEN                        PIC 9(3).            DBNK202P
007700   05  WS-STOP-HIT-FLAG                      PIC X(1).            DBNK202P
007800     88  WS-STOP-HIT                         VALUE 'Y'.           DBNK202P
007900     88  WS-STOP-NO-HIT                      VALUE 'N'.           DBNK202P
008000   05  WS-SERIAL-FLAG                        PIC X(1).            DBNK202P
008100     88  WS-SERIAL-OK                        VALUE 'O'.           DBNK202P
008200     88  WS-SERIAL-DUPLICATE                 VALUE 'D'.           DBNK202P
008300     88  WS-SERIAL-NOT-ISSUED                VALUE 'N'.           DBNK202P
008400   05  WS-PPAY-FLAG                          PIC X(1).            DBNK202P
008500     88  WS-PPAY-PASSED                      VALUE 'P'.           DBNK202P
008600     88  WS-PPAY-MATCHED                     VALUE 'M'.           DBNK202P
008700     88  WS-PPAY-UNKNOWN                     VALUE 'U'.           DBNK202P
008800     88  WS-PPAY-AMOUNT-DIFFERS              VALUE 'A'.           DBNK202P
008900   05  WS-FEE-AMOUNT                         PIC S9(5)V99         DBNK202P
009000                                             COMP-3.              DBNK202P
009100   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK202P
009200                                             COMP-3.              DBNK202P
009300   05  WS-POST-PID                           PIC X(5).            DBNK202P
009400   05  WS-POST-ACCNO                         PIC X(9).            DBNK202P
009500   05  WS-POST-TYPE                          PIC X(1).            DBNK202P
009600   05  WS-POST-SUB-TYPE                      PIC X(1).            DBNK202P
009700   05  WS-POST-TERMINAL                      PIC X(4).            DBNK202P
009800   05  WS-POST-AMOUNT                        PIC S9(7)V99         DBNK202P
009900                                             COMP-3.              DBNK202P
010000   05  WS-POST-CATEGORY                      PIC X(4).            DBNK202P
010100   05  WS-POST-SERIAL                        PIC X(6).            DBNK202P
010200   05  WS-POST-DESC                          PIC X(40).           DBNK202P
010300   05  WS-NCCSH-ACCNO                        PIC X(9)             DBNK202P
010400       VALUE '999999940'.                                         DBNK202P
010500   05  WS-NCCSH-PID                          PIC X(5)             DBNK202P
010600       VALUE 'NCCSH'.                                             DBNK202P
010700                                                                  DBNK202P
010800 COPY CTSTAMPD.                                                   DBNK202P
010900                                                                  DBNK202P
011000 01  WS-BNKACC-REC.                                               DBNK202P
011100 COPY CBANKVAC.                                                   DBNK202P
011200                                                                  DBNK202P
011300 01  WS-BNKPARM-REC.                                              DBNK202P
011400 COPY CBANKVPM.                                                   DBNK202P
011500                                                                  DBNK202P
011600 01  WS-BNKFEES-REC.                                              DBNK202P
011700 COPY CBANKVFE.                                                   DBNK202P
011800                                                                  DBNK202P
011900 01  WS-BNKDRWR-REC.                                              DBNK202P
012000 COPY CBANKVDR.                                                   DBNK202P
012100                                                                  DBNK202P
012200 01  WS-BNKSTOP-REC.                                              DBNK202P
012300 COPY CBANKVSP.                                                   DBNK202P
012400                                                                  DBNK202P
012500 01  WS-BNKCHQB-REC.                                              DBNK202P
012600 COPY CBANKVCQ.                                                   DBNK202P
012700                                                                  DBNK202P
012800 01  WS-BNKCQPD-REC.                                              DBNK202P
012900 COPY CBANKVCP.                                                   DBNK202P
013000                                                                  DBNK202P
013100 01  WS-BNKPPAY-REC.                                              DBNK202P
013200 COPY CBANKVPP.                                                   DBNK202P
013300                                                                  DBNK202P
013400 01  WS-BNKWLST-REC.                                              DBNK202P
013500 COPY CBANKVWL.                                                   DBNK202P
013600                                                                  DBNK202P
013700 01  WS-BNKNCCQ-REC.                                              DBNK202P
013800 COPY CBANKVNQ.                                                   DBNK202P
013900                                                                  DBNK202P
014000 01  WS-BNKLEDG-REC.                                              DBNK202P
014100 COPY CBANKVLG.                                                   DBNK202P
014200                                                                  DBNK202P
014300 01  WS-WLM-DATA.                                                 DBNK202P
014400 COPY CWLMD.                                                      DBNK202P
014500                                                                  DBNK202P
014600 01  WS-TWOS-COMP.                                                DBNK202P
014700   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK202P
014800   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK202P
014900   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK202P
015000                                                                  DBNK202P
015100 01  WS-TREF-DATA.                                                DBNK202P
015200 COPY CTREFD.                                                     DBNK202P
015300                                                                  DBNK202P
015400 01  WS-COMMAREA.                                                 DBNK202P
015500 COPY CBNKD202.                                                   DBNK202P
015600                                                                  DBNK202P
015700 COPY CBANKTXD.                                                   DBNK202P
015800                                                                  DBNK202P
015900 COPY CABENDD.                                                    DBNK202P
016000                                                                  DBNK202P
016100 LINKAGE SECTION.                                                 DBNK202P
016200 01  DFHCOMMAREA.                                                 DBNK202P
016300   05  LK-COMMAREA                           PIC X(1)             DBNK202P
016400       OCCURS 1 TO 4096 TIMES                                     DBNK202P
016500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK202P
016600                                                                  DBNK202P
016700 COPY CENTRY.                                                     DBNK202P
016800***************************************************************** DBNK202P
016900* Move the passed data to our area                              * DBNK202P
017000***************************************************************** DBNK202P
017100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK202P
017200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK202P
017300                                                                  DBNK202P
017400***************************************************************** DBNK202P
017500* Initialize our output area                                    * DBNK202P
017600***************************************************************** DBNK202P
017700     MOVE SPACES TO C202O-DATA.                                   DBNK202P
017800     SET C202O-FAIL TO TRUE.                                      DBNK202P
017900     MOVE ZERO TO C202O-AMOUNT.                                   DBNK202P
018000     MOVE ZERO TO C202O-FEE-AMOUNT.                               DBNK202P
018100     MOVE ZERO TO C202O-CASH-PAID.                                DBNK202P
018200                                                                  DBNK202P
018300 COPY CTSTAMPP.                                                   DBNK202P
018400     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK202P
018500     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK202P
018600     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK202P
018700     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK202P
018800             STAMP-BUSINESS-DATE-EXIT.                            DBNK202P
018900                                                                  DBNK202P
019000     EVALUATE TRUE                                                DBNK202P
019100       WHEN C202I-CASH                                            DBNK202P
019200         GO TO CASH-CHEQUE                                        DBNK202P
019300       WHEN OTHER                                                 DBNK202P
019400         MOVE 'Unknown request' TO C202O-MSG                      DBNK202P
019500         GO TO DBNK202P-EXIT                                      DBNK202P
019600     END-EVALUATE.                                                DBNK202P
019700                                                                  DBNK202P
019800***************************************************************** DBNK202P
019900* CASH - the presenter and the cheque are checked before any    * DBNK202P
020000* money moves; only a watchlist refusal is filed                * DBNK202P
020100***************************************************************** DBNK202P
020200 CASH-CHEQUE.                                                     DBNK202P
020300     IF C202I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK202P
020400        MOVE 'Amount must be greater than zero' TO C202O-MSG      DBNK202P
020500        GO TO DBNK202P-EXIT                                       DBNK202P
020600     END-IF.                                                      DBNK202P
020700     IF C202I-SERIAL IS EQUAL TO SPACES                           DBNK202P
020800        MOVE 'Cheque serial is required' TO C202O-MSG             DBNK202P
020900        GO TO DBNK202P-EXIT                                       DBNK202P
021000     END-IF.                                                      DBNK202P
021100     IF C202I-NAME IS EQUAL TO SPACES                             DBNK202P
021200        MOVE 'Presenter name is required' TO C202O-MSG            DBNK202P
021300        GO TO DBNK202P-EXIT                                       DBNK202P
021400     END-IF.                                                      DBNK202P
021500     MOVE SPACES TO WS-BNKNCCQ-REC.                               DBNK202P
021600     MOVE WS-TIMESTAMP TO BNQ-REC-TIMESTAMP.                      DBNK202P
021700     MOVE WS-TODAY-DATE TO BNQ-REC-BUS-DATE.                      DBNK202P
021800     MOVE C202I-ID-TYPE TO BNQ-REC-ID-TYPE.                       DBNK202P
021900     MOVE C202I-ID-NUMBER TO BNQ-REC-ID-NUMBER.                   DBNK202P
022000     MOVE C202I-NAME TO BNQ-REC-NAME.                             DBNK202P
022100     MOVE C202I-BIRTH-DATE TO BNQ-REC-BIRTH-DATE.                 DBNK202P
022200     IF NOT BNQ-REC-ID-DRIVING AND                                DBNK202P
022300        NOT BNQ-REC-ID-PASSPORT AND                               DBNK202P
022400        NOT BNQ-REC-ID-NATIONAL                                   DBNK202P
022500        MOVE 'Identification type must be DL, PP or ID'           DBNK202P
022600          TO C202O-MSG                                            DBNK202P
022700        GO TO DBNK202P-EXIT                                       DBNK202P
022800     END-IF.                                                      DBNK202P
022900     IF C202I-ID-NUMBER IS EQUAL TO SPACES                        DBNK202P
023000        MOVE 'Identification number is required' TO C202O-MSG     DBNK202P
023100        GO TO DBNK202P-EXIT                                       DBNK202P
023200     END-IF.                                                      DBNK202P
023300     IF C202I-BIRTH-DATE IS NOT EQUAL TO SPACES AND               DBNK202P
023400        C202I-BIRTH-DATE IS NOT NUMERIC                           DBNK202P
023500        MOVE 'Date of birth must be CCYYMMDD' TO C202O-MSG        DBNK202P
023600        GO TO DBNK202P-EXIT                                       DBNK202P
023700     END-IF.                                                      DBNK202P
023800     MOVE C202I-DRAWER-ACCNO TO BNQ-REC-DRAWER-ACCNO.             DBNK202P
023900     MOVE C202I-SERIAL TO BNQ-REC-SERIAL.                         DBNK202P
024000     MOVE C202I-AMOUNT TO BNQ-REC-AMOUNT.                         DBNK202P
024100     MOVE ZERO TO BNQ-REC-FEE-AMOUNT.                             DBNK202P
024200     MOVE ZERO TO BNQ-REC-CASH-PAID.                              DBNK202P
024300     MOVE C202I-USERID TO BNQ-REC-TELLER.                         DBNK202P
024400                                                                  DBNK202P
024500     MOVE C202I-USERID TO WS-BNKDRWR-RID-TELLER.                  DBNK202P
024600     MOVE WS-TS-CURRENT-DATE TO WS-BNKDRWR-RID-DATE.              DBNK202P
024700     EXEC CICS READ FILE('BNKDRWR')                               DBNK202P
024800                    INTO(WS-BNKDRWR-REC)                          DBNK202P
024900                    LENGTH(LENGTH OF WS-BNKDRWR-REC)              DBNK202P
025000                    RIDFLD(WS-BNKDRWR-RID)                        DBNK202P
025100                    KEYLENGTH(LENGTH OF WS-BNKDRWR-RID)           DBNK202P
025200                    RESP(WS-RESP)                                 DBNK202P
025300     END-EXEC.                                                    DBNK202P
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK202P
025500        NOT BDR-REC-IS-OPEN                                       DBNK202P
025600        MOVE 'Cheque cashing needs an open drawer' TO C202O-MSG   DBNK202P
025700        GO TO DBNK202P-EXIT                                       DBNK202P
025800     END-IF.                                                      DBNK202P
025900     MOVE BDR-REC-BRANCH TO BNQ-REC-BRANCH.                       DBNK202P
026000     MOVE BDR-REC-TERMINAL TO BNQ-REC-TERMINAL-ID.                DBNK202P
026100                                                                  DBNK202P
026200     PERFORM SCREEN-PRESENTER THRU                                DBNK202P
026300             SCREEN-PRESENTER-EXIT.                               DBNK202P
026400     IF BNQ-REC-WATCH-ID IS NOT EQUAL TO SPACES                   DBNK202P
026500        GO TO CASH-REFUSED                                        DBNK202P
026600     END-IF.                                                      DBNK202P
026700                                                                  DBNK202P
026800     MOVE 'NCCQ0' TO WS-BNKFEES-RID.                              DBNK202P
026900     PERFORM GET-NCCQ-FEE THRU                                    DBNK202P
027000             GET-NCCQ-FEE-EXIT.                                   DBNK202P
027100     IF C202I-AMOUNT IS NOT GREATER THAN WS-FEE-AMOUNT            DBNK202P
027200        MOVE 'Amount does not cover the cashing fee'              DBNK202P
027300          TO C202O-MSG                                            DBNK202P
027400        GO TO DBNK202P-EXIT                                       DBNK202P
027500     END-IF.                                                      DBNK202P
027600                                                                  DBNK202P
027700     MOVE C202I-DRAWER-ACCNO TO WS-BNKACC-RID.                    DBNK202P
027800     EXEC CICS READ FILE('BNKACC')                                DBNK202P
027900                    UPDATE                                        DBNK202P
028000                    INTO(WS-BNKACC-REC)                           DBNK202P
028100                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK202P
028200                    RIDFLD(WS-BNKACC-RID)                         DBNK202P
028300                    TOKEN(WS-ACC-TOKEN)                           DBNK202P
028400                    RESP(WS-RESP)                                 DBNK202P
028500     END-EXEC.                                                    DBNK202P
028600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
028700        MOVE 'Drawer account not found' TO C202O-MSG              DBNK202P
028800        GO TO DBNK202P-EXIT                                       DBNK202P
028900     END-IF.                                                      DBNK202P
029000     IF BAC-REC-ACC-IS-CLOSED                                     DBNK202P
029100        MOVE 'Drawer account is closed' TO C202O-MSG              DBNK202P
029200        GO TO DBNK202P-EXIT                                       DBNK202P
029300     END-IF.                                                      DBNK202P
029400     MOVE BAC-REC-PID TO BNQ-REC-DRAWER-PID.                      DBNK202P
029500                                                                  DBNK202P
029600     PERFORM CHECK-STOP-PAYMENT THRU                              DBNK202P
029700             CHECK-STOP-PAYMENT-EXIT.                             DBNK202P
029800     IF WS-STOP-HIT                                               DBNK202P
029900        MOVE 'Payment stopped on this cheque' TO C202O-MSG        DBNK202P
030000        GO TO DBNK202P-EXIT                                       DBNK202P
030100     END-IF.                                                      DBNK202P
030200     PERFORM CHECK-CHEQUE-SERIAL THRU                             DBNK202P
030300             CHECK-CHEQUE-SERIAL-EXIT.                            DBNK202P
030400     IF WS-SERIAL-DUPLICATE                                       DBNK202P
030500        MOVE 'Cheque serial already paid' TO C202O-MSG            DBNK202P
030600        GO TO DBNK202P-EXIT                                       DBNK202P
030700     END-IF.                                                      DBNK202P
030800     IF WS-SERIAL-NOT-ISSUED                                      DBNK202P
030900        MOVE 'Serial not issued to this account' TO C202O-MSG     DBNK202P
031000        GO TO DBNK202P-EXIT                                       DBNK202P
031100     END-IF.                                                      DBNK202P
031200     PERFORM CHECK-POSITIVE-PAY THRU                              DBNK202P
031300             CHECK-POSITIVE-PAY-EXIT.                             DBNK202P
031400     IF WS-PPAY-UNKNOWN                                           DBNK202P
031500        MOVE 'Cheque not on the positive pay file' TO C202O-MSG   DBNK202P
031600        GO TO DBNK202P-EXIT                                       DBNK202P
031700     END-IF.                                                      DBNK202P
031800     IF WS-PPAY-AMOUNT-DIFFERS                                    DBNK202P
031900        MOVE 'Amount differs from positive pay issue'             DBNK202P
032000          TO C202O-MSG                                            DBNK202P
032100        GO TO DBNK202P-EXIT                                       DBNK202P
032200     END-IF.                                                      DBNK202P
032300     COMPUTE WS-NEW-BAL = BAC-REC-BALANCE - C202I-AMOUNT.         DBNK202P
032400     IF WS-NEW-BAL IS LESS THAN                                   DBNK202P
032500        ((ZERO - BAC-REC-CREDIT-LIMIT) + BAC-REC-HOLD-AMOUNT)     DBNK202P
032600        MOVE 'Insufficient funds on drawer account'               DBNK202P
032700          TO C202O-MSG                                            DBNK202P
032800        GO TO DBNK202P-EXIT                                       DBNK202P
032900     END-IF.                                                      DBNK202P
033000                                                                  DBNK202P
033100***************************************************************** DBNK202P
033200* Pay it - the drawer's account is debited to the non-customer  * DBNK202P
033300* cheques account, which pays the cash out at the drawer's      * DBNK202P
033400* terminal and takes the fee back in there, so the drawer's     * DBNK202P
033500* cash out less cash in is the cash handed over                 * DBNK202P
033600***************************************************************** DBNK202P
033700     MOVE WS-FEE-AMOUNT TO BNQ-REC-FEE-AMOUNT.                    DBNK202P
033800     COMPUTE BNQ-REC-CASH-PAID = C202I-AMOUNT - WS-FEE-AMOUNT.    DBNK202P
033900     SET BNQ-REC-IS-PAID TO TRUE.                                 DBNK202P
034000*    the item goes by the reference of the debit to the drawer    DBNK202P
034100     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK202P
034200     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK202P
034300     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK202P
034400     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK202P
034500     MOVE TREF-REFNO TO BNQ-REC-REFNO.                            DBNK202P
034600                                                                  DBNK202P
034700     MOVE SPACES TO WS-POST-DESC.                                 DBNK202P
034800     STRING 'Cheque cashed ' DELIMITED BY SIZE                    DBNK202P
034900            C202I-SERIAL DELIMITED BY SIZE                        DBNK202P
035000            ' ' DELIMITED BY SIZE                                 DBNK202P
035100            C202I-NAME DELIMITED BY '  '                          DBNK202P
035200       INTO WS-POST-DESC.                                         DBNK202P
035300     MOVE 'CHQ ' TO WS-POST-CATEGORY.                             DBNK202P
035400     MOVE C202I-AMOUNT TO WS-POST-AMOUNT.                         DBNK202P
035500     MOVE C202I-SERIAL TO WS-POST-SERIAL.                         DBNK202P
035600     MOVE SPACES TO WS-POST-TERMINAL.                             DBNK202P
035700                                                                  DBNK202P
035800     MOVE BAC-REC-PID TO WS-POST-PID.                             DBNK202P
035900     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.                         DBNK202P
036000     MOVE '1' TO WS-POST-TYPE.                                    DBNK202P
036100     MOVE '1' TO WS-POST-SUB-TYPE.                                DBNK202P
036200     PERFORM WRITE-NCCQ-LEDGER THRU                               DBNK202P
036300             WRITE-NCCQ-LEDGER-EXIT.                              DBNK202P
036400     IF C202O-MSG IS NOT EQUAL TO SPACES                          DBNK202P
036500        GO TO CASH-FAILED                                         DBNK202P
036600     END-IF.                                                      DBNK202P
036700     MOVE SPACES TO WS-POST-SERIAL.                               DBNK202P
036800     MOVE '1' TO WS-TIMESTAMP (26:1).                             DBNK202P
036900     MOVE WS-NCCSH-PID TO WS-POST-PID.                            DBNK202P
037000     MOVE WS-NCCSH-ACCNO TO WS-POST-ACCNO.                        DBNK202P
037100     MOVE '2' TO WS-POST-SUB-TYPE.                                DBNK202P
037200     PERFORM WRITE-NCCQ-LEDGER THRU                               DBNK202P
037300             WRITE-NCCQ-LEDGER-EXIT.                              DBNK202P
037400     IF C202O-MSG IS NOT EQUAL TO SPACES                          DBNK202P
037500        GO TO CASH-FAILED                                         DBNK202P
037600     END-IF.                                                      DBNK202P
037700     MOVE '2' TO WS-TIMESTAMP (26:1).                             DBNK202P
037800     MOVE '3' TO WS-POST-TYPE.                                    DBNK202P
037900     MOVE '1' TO WS-POST-SUB-TYPE.                                DBNK202P
038000     MOVE BDR-REC-TERMINAL TO WS-POST-TERMINAL.                   DBNK202P
038100     PERFORM WRITE-NCCQ-LEDGER THRU                               DBNK202P
038200             WRITE-NCCQ-LEDGER-EXIT.                              DBNK202P
038300     IF C202O-MSG IS NOT EQUAL TO SPACES                          DBNK202P
038400        GO TO CASH-FAILED                                         DBNK202P
038500     END-IF.                                                      DBNK202P
038600     IF WS-FEE-AMOUNT IS GREATER THAN ZERO                        DBNK202P
038700        MOVE SPACES TO WS-POST-DESC                               DBNK202P
038800        STRING 'Cheque cashing fee ' DELIMITED BY SIZE            DBNK202P
038900               C202I-SERIAL DELIMITED BY SIZE                     DBNK202P
039000          INTO WS-POST-DESC                                       DBNK202P
039100        MOVE '3' TO WS-TIMESTAMP (26:1)                           DBNK202P
039200        MOVE '2' TO WS-POST-SUB-TYPE                              DBNK202P
039300        MOVE 'FEE ' TO WS-POST-CATEGORY                           DBNK202P
039400        MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT                      DBNK202P
039500        PERFORM WRITE-NCCQ-LEDGER THRU                            DBNK202P
039600                WRITE-NCCQ-LEDGER-EXIT                            DBNK202P
039700        IF C202O-MSG IS NOT EQUAL TO SPACES                       DBNK202P
039800           GO TO CASH-FAILED                                      DBNK202P
039900        END-IF                                                    DBNK202P
040000     END-IF.                                                      DBNK202P
040100     MOVE WS-NEW-BAL TO BAC-REC-BALANCE.                          DBNK202P
040200     EXEC CICS REWRITE FILE('BNKACC')                             DBNK202P
040300                       FROM(WS-BNKACC-REC)                        DBNK202P
040400                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK202P
040500                       TOKEN(WS-ACC-TOKEN)                        DBNK202P
040600                       RESP(WS-RESP)                              DBNK202P
040700     END-EXEC.                                                    DBNK202P
040800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
040900        MOVE 'Unable to debit drawer account' TO C202O-MSG        DBNK202P
041000        GO TO CASH-FAILED                                         DBNK202P
041100     END-IF.                                                      DBNK202P
041200                                                                  DBNK202P
041300*    the paid serial still counts against duplicate checking      DBNK202P
041400     MOVE SPACES TO WS-BNKCQPD-REC.                               DBNK202P
041500     MOVE C202I-DRAWER-ACCNO TO BCP-REC-ACCNO.                    DBNK202P
041600     MOVE C202I-SERIAL TO BCP-REC-SERIAL.                         DBNK202P
041700     MOVE WS-TODAY-DATE TO BCP-REC-PAID-DATE.                     DBNK202P
041800     MOVE C202I-AMOUNT TO BCP-REC-AMOUNT.                         DBNK202P
041900     MOVE BNQ-REC-REFNO TO BCP-REC-REFNO.                         DBNK202P
042000     MOVE BCP-REC-KEY TO WS-BNKCQPD-RID.                          DBNK202P
042100     EXEC CICS WRITE FILE('BNKCQPD')                              DBNK202P
042200                     FROM(WS-BNKCQPD-REC)                         DBNK202P
042300                     LENGTH(LENGTH OF WS-BNKCQPD-REC)             DBNK202P
042400                     RIDFLD(WS-BNKCQPD-RID)                       DBNK202P
042500                     KEYLENGTH(LENGTH OF WS-BNKCQPD-RID)          DBNK202P
042600                     RESP(WS-RESP)                                DBNK202P
042700     END-EXEC.                                                    DBNK202P
042800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
042900        MOVE 'Unable to record the paid serial' TO C202O-MSG      DBNK202P
043000        GO TO CASH-FAILED                                         DBNK202P
043100     END-IF.                                                      DBNK202P
043200     IF WS-PPAY-MATCHED                                           DBNK202P
043300        PERFORM MARK-ISSUE-PAID THRU                              DBNK202P
043400                MARK-ISSUE-PAID-EXIT                              DBNK202P
043500        IF C202O-MSG IS NOT EQUAL TO SPACES                       DBNK202P
043600           GO TO CASH-FAILED                                      DBNK202P
043700        END-IF                                                    DBNK202P
043800     END-IF.                                                      DBNK202P
043900     PERFORM WRITE-REGISTER THRU                                  DBNK202P
044000             WRITE-REGISTER-EXIT.                                 DBNK202P
044100     IF C202O-MSG IS NOT EQUAL TO SPACES                          DBNK202P
044200        GO TO CASH-FAILED                                         DBNK202P
044300     END-IF.                                                      DBNK202P
044400                                                                  DBNK202P
044500     EXEC CICS SYNCPOINT                                          DBNK202P
044600     END-EXEC.                                                    DBNK202P
044700     SET C202O-OK TO TRUE.                                        DBNK202P
044800     MOVE BNQ-REC-REFNO TO C202O-REFNO.                           DBNK202P
044900     MOVE BNQ-REC-AMOUNT TO C202O-AMOUNT.                         DBNK202P
045000     MOVE BNQ-REC-FEE-AMOUNT TO C202O-FEE-AMOUNT.                 DBNK202P
045100     MOVE BNQ-REC-CASH-PAID TO C202O-CASH-PAID.                   DBNK202P
045200     MOVE 'Cheque cashed - pay out the cash shown'                DBNK202P
045300       TO C202O-MSG.                                              DBNK202P
045400     GO TO DBNK202P-EXIT.                                         DBNK202P
045500                                                                  DBNK202P
045600***************************************************************** DBNK202P
045700* The presenter matched the watchlist - nothing is paid; the    * DBNK202P
045800* refusal is filed with the watchlist entry for compliance      * DBNK202P
045900***************************************************************** DBNK202P
046000 CASH-REFUSED.                                                    DBNK202P
046100     SET BNQ-REC-IS-REFUSED TO TRUE.                              DBNK202P
046200     PERFORM WRITE-REGISTER THRU                                  DBNK202P
046300             WRITE-REGISTER-EXIT.                                 DBNK202P
046400     IF C202O-MSG IS NOT EQUAL TO SPACES                          DBNK202P
046500        GO TO CASH-FAILED                                         DBNK202P
046600     END-IF.                                                      DBNK202P
046700     EXEC CICS SYNCPOINT                                          DBNK202P
046800     END-EXEC.                                                    DBNK202P
046900     MOVE BNQ-REC-WATCH-ID TO C202O-WATCH-ID.                     DBNK202P
047000     MOVE 'Presenter watchlisted - see compliance'                DBNK202P
047100       TO C202O-MSG.                                              DBNK202P
047200     GO TO DBNK202P-EXIT.                                         DBNK202P
047300                                                                  DBNK202P
047400***************************************************************** DBNK202P
047500* Something failed after the first write - back the cashing out * DBNK202P
047600* so no money moves and the serial stays unpaid                 * DBNK202P
047700***************************************************************** DBNK202P
047800 CASH-FAILED.                                                     DBNK202P
047900     EXEC CICS SYNCPOINT ROLLBACK                                 DBNK202P
048000     END-EXEC.                                                    DBNK202P
048100     SET C202O-FAIL TO TRUE.                                      DBNK202P
048200     GO TO DBNK202P-EXIT.                                         DBNK202P
048300                                                                  DBNK202P
048400***************************************************************** DBNK202P
048500* Screen the presenter's name against the whole watchlist filed * DBNK202P
048600* by DBANK76P. The first match is kept on the register record.  * DBNK202P
048700* A region with no watchlist filed cashes cheques as before.    * DBNK202P
048800***************************************************************** DBNK202P
048900 SCREEN-PRESENTER.                                                DBNK202P
049000     MOVE SPACES TO BNQ-REC-WATCH-ID.                             DBNK202P
049100     MOVE LOW-VALUES TO WS-BNKWLST-RID.                           DBNK202P
049200     EXEC CICS STARTBR FILE('BNKWLST')                            DBNK202P
049300                       RIDFLD(WS-BNKWLST-RID)                     DBNK202P
049400                       GTEQ                                       DBNK202P
049500                       RESP(WS-RESP)                              DBNK202P
049600     END-EXEC.                                                    DBNK202P
049700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
049800        GO TO SCREEN-PRESENTER-EXIT                               DBNK202P
049900     END-IF.                                                      DBNK202P
050000 SCREEN-WLST-LOOP.                                                DBNK202P
050100     EXEC CICS READNEXT FILE('BNKWLST')                           DBNK202P
050200                        INTO(WS-BNKWLST-REC)                      DBNK202P
050300                        LENGTH(LENGTH OF WS-BNKWLST-REC)          DBNK202P
050400                        RIDFLD(WS-BNKWLST-RID)                    DBNK202P
050500                        RESP(WS-RESP)                             DBNK202P
050600     END-EXEC.                                                    DBNK202P
050700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
050800        EXEC CICS ENDBR FILE('BNKWLST')                           DBNK202P
050900        END-EXEC                                                  DBNK202P
051000        GO TO SCREEN-PRESENTER-EXIT                               DBNK202P
051100     END-IF.                                                      DBNK202P
051200     SET WLM-FUNC-MATCH TO TRUE.                                  DBNK202P
051300     MOVE C202I-NAME TO WLM-NAME.                                 DBNK202P
051400     MOVE BWL-REC-NORM-NAME TO WLM-WATCH-NORM.                    DBNK202P
051500     CALL 'UWLMTCH' USING WS-WLM-DATA.                            DBNK202P
051600     IF WLM-IS-MATCH                                              DBNK202P
051700        MOVE BWL-REC-ID TO BNQ-REC-WATCH-ID                       DBNK202P
051800        EXEC CICS ENDBR FILE('BNKWLST')                           DBNK202P
051900        END-EXEC                                                  DBNK202P
052000        GO TO SCREEN-PRESENTER-EXIT                               DBNK202P
052100     END-IF.                                                      DBNK202P
052200     GO TO SCREEN-WLST-LOOP.                                      DBNK202P
052300 SCREEN-PRESENTER-EXIT.                                           DBNK202P
052400     EXIT.                                                        DBNK202P
052500                                                                  DBNK202P
052600***************************************************************** DBNK202P
052700* The non-customer fee is the cash (type 0) NCCQ entry - no     * DBNK202P
052800* balance waiver applies to a presenter without an account      * DBNK202P
052900***************************************************************** DBNK202P
053000 GET-NCCQ-FEE.                                                    DBNK202P
053100     MOVE ZERO TO WS-FEE-AMOUNT.                                  DBNK202P
053200     EXEC CICS READ FILE('BNKFEES')                               DBNK202P
053300                    INTO(WS-BNKFEES-REC)                          DBNK202P
053400                    LENGTH(LENGTH OF WS-BNKFEES-REC)              DBNK202P
053500                    RIDFLD(WS-BNKFEES-RID)                        DBNK202P
053600                    RESP(WS-RESP)                                 DBNK202P
053700     END-EXEC.                                                    DBNK202P
053800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
053900        GO TO GET-NCCQ-FEE-EXIT                                   DBNK202P
054000     END-IF.                                                      DBNK202P
054100     MOVE BFE-REC-AMOUNT TO WS-FEE-AMOUNT.                        DBNK202P
054200 GET-NCCQ-FEE-EXIT.                                               DBNK202P
054300     EXIT.                                                        DBNK202P
054400                                                                  DBNK202P
054500***************************************************************** DBNK202P
054600* Look for an active, unexpired stop order covering this        * DBNK202P
054700* cheque, as the clearing run does: a serial-ranged order       * DBNK202P
054800* matches on the serial, an order without a serial range on the * DBNK202P
054900* amount alone. Orders naming a destination account never match * DBNK202P
055000* a cheque. A hit is counted on the order.                      * DBNK202P
055100***************************************************************** DBNK202P
055200 CHECK-STOP-PAYMENT.                                              DBNK202P
055300     SET WS-STOP-NO-HIT TO TRUE.                                  DBNK202P
055400     MOVE C202I-DRAWER-ACCNO TO WS-BNKSTOP-RID-ACCNO.             DBNK202P
055500     MOVE 0 TO WS-BNKSTOP-RID-SEQ.                                DBNK202P
055600     EXEC CICS STARTBR FILE('BNKSTOP')                            DBNK202P
055700                       RIDFLD(WS-BNKSTOP-RID)                     DBNK202P
055800                       GTEQ                                       DBNK202P
055900                       RESP(WS-RESP)                              DBNK202P
056000     END-EXEC.                                                    DBNK202P
056100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
056200        GO TO CHECK-STOP-PAYMENT-EXIT                             DBNK202P
056300     END-IF.                                                      DBNK202P
056400 CHECK-STOP-LOOP.                                                 DBNK202P
056500     EXEC CICS READNEXT FILE('BNKSTOP')                           DBNK202P
056600                        INTO(WS-BNKSTOP-REC)                      DBNK202P
056700                        LENGTH(LENGTH OF WS-BNKSTOP-REC)          DBNK202P
056800                        RIDFLD(WS-BNKSTOP-RID)                    DBNK202P
056900                        RESP(WS-RESP)                             DBNK202P
057000     END-EXEC.                                                    DBNK202P
057100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK202P
057200        BSP-REC-ACCNO IS NOT EQUAL TO C202I-DRAWER-ACCNO          DBNK202P
057300        EXEC CICS ENDBR FILE('BNKSTOP')                           DBNK202P
057400        END-EXEC                                                  DBNK202P
057500        GO TO CHECK-STOP-PAYMENT-EXIT                             DBNK202P
057600     END-IF.                                                      DBNK202P
057700     IF NOT BSP-REC-IS-ACTIVE                                     DBNK202P
057800        GO TO CHECK-STOP-LOOP                                     DBNK202P
057900     END-IF.                                                      DBNK202P
058000     IF BSP-REC-EXPIRY-DATE IS NOT EQUAL TO SPACES AND            DBNK202P
058100        BSP-REC-EXPIRY-DATE IS LESS THAN WS-TODAY-DATE            DBNK202P
058200        GO TO CHECK-STOP-LOOP                                     DBNK202P
058300     END-IF.                                                      DBNK202P
058400     IF BSP-REC-DST-ACCNO IS NOT EQUAL TO SPACES                  DBNK202P
058500        GO TO CHECK-STOP-LOOP                                     DBNK202P
058600     END-IF.                                                      DBNK202P
058700     IF BSP-REC-SERIAL-FROM IS NOT EQUAL TO SPACES                DBNK202P
058800        IF C202I-SERIAL IS LESS THAN BSP-REC-SERIAL-FROM OR       DBNK202P
058900           C202I-SERIAL IS GREATER THAN BSP-REC-SERIAL-TO         DBNK202P
059000           GO TO CHECK-STOP-LOOP                                  DBNK202P
059100        END-IF                                                    DBNK202P
059200     ELSE                                                         DBNK202P
059300        IF C202I-AMOUNT IS LESS THAN BSP-REC-AMT-FROM OR          DBNK202P
059400           C202I-AMOUNT IS GREATER THAN BSP-REC-AMT-TO            DBNK202P
059500           GO TO CHECK-STOP-LOOP                                  DBNK202P
059600        END-IF                                                    DBNK202P
059700     END-IF.                                                      DBNK202P
059800     SET WS-STOP-HIT TO TRUE.                                     DBNK202P
059900     MOVE BSP-REC-KEY TO WS-BNKSTOP-RID.                          DBNK202P
060000     EXEC CICS ENDBR FILE('BNKSTOP')                              DBNK202P
060100     END-EXEC.                                                    DBNK202P
060200     EXEC CICS READ FILE('BNKSTOP')                               DBNK202P
060300                    UPDATE                                        DBNK202P
060400                    INTO(WS-BNKSTOP-REC)                          DBNK202P
060500                    LENGTH(LENGTH OF WS-BNKSTOP-REC)              DBNK202P
060600                    RIDFLD(WS-BNKSTOP-RID)                        DBNK202P
060700                    KEYLENGTH(LENGTH OF WS-BNKSTOP-RID)           DBNK202P
060800                    TOKEN(WS-STOP-TOKEN)                          DBNK202P
060900                    RESP(WS-RESP)                                 DBNK202P
061000     END-EXEC.                                                    DBNK202P
061100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK202P
061200        ADD 1 TO BSP-REC-HIT-COUNT                                DBNK202P
061300        EXEC CICS REWRITE FILE('BNKSTOP')                         DBNK202P
061400                          FROM(WS-BNKSTOP-REC)                    DBNK202P
061500                          LENGTH(LENGTH OF WS-BNKSTOP-REC)        DBNK202P
061600                          TOKEN(WS-STOP-TOKEN)                    DBNK202P
061700                          RESP(WS-RESP)                           DBNK202P
061800        END-EXEC                                                  DBNK202P
061900     END-IF.                                                      DBNK202P
062000 CHECK-STOP-PAYMENT-EXIT.                                         DBNK202P
062100     EXIT.                                                        DBNK202P
062200                                                                  DBNK202P
062300***************************************************************** DBNK202P
062400* Validate the serial against the cheque book register. An      * DBNK202P
062500* account with no ranges on file predates the register and is   * DBNK202P
062600* not checked; otherwise the serial must fall inside one of the * DBNK202P
062700* account's ranges and must not already have been paid.         * DBNK202P
062800***************************************************************** DBNK202P
062900 CHECK-CHEQUE-SERIAL.                                             DBNK202P
063000     SET WS-SERIAL-OK TO TRUE.                                    DBNK202P
063100     MOVE C202I-DRAWER-ACCNO TO WS-BNKCQPD-RID (1:9).             DBNK202P
063200     MOVE C202I-SERIAL TO WS-BNKCQPD-RID (10:6).                  DBNK202P
063300     EXEC CICS READ FILE('BNKCQPD')                               DBNK202P
063400                    INTO(WS-BNKCQPD-REC)                          DBNK202P
063500                    LENGTH(LENGTH OF WS-BNKCQPD-REC)              DBNK202P
063600                    RIDFLD(WS-BNKCQPD-RID)                        DBNK202P
063700                    KEYLENGTH(LENGTH OF WS-BNKCQPD-RID)           DBNK202P
063800                    RESP(WS-RESP)                                 DBNK202P
063900     END-EXEC.                                                    DBNK202P
064000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK202P
064100        SET WS-SERIAL-DUPLICATE TO TRUE                           DBNK202P
064200        GO TO CHECK-CHEQUE-SERIAL-EXIT                            DBNK202P
064300     END-IF.                                                      DBNK202P
064400     MOVE 0 TO WS-RANGES-SEEN.                                    DBNK202P
064500     MOVE C202I-DRAWER-ACCNO TO WS-BNKCHQB-RID-ACCNO.             DBNK202P
064600     MOVE LOW-VALUES TO WS-BNKCHQB-RID-FROM.                      DBNK202P
064700     EXEC CICS STARTBR FILE('BNKCHQB')                            DBNK202P
064800                       RIDFLD(WS-BNKCHQB-RID)                     DBNK202P
064900                       KEYLENGTH(LENGTH OF WS-BNKCHQB-RID)        DBNK202P
065000                       GTEQ                                       DBNK202P
065100                       RESP(WS-RESP)                              DBNK202P
065200     END-EXEC.                                                    DBNK202P
065300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
065400        GO TO CHECK-CHEQUE-SERIAL-EXIT                            DBNK202P
065500     END-IF.                                                      DBNK202P
065600 SERIAL-RANGE-LOOP.                                               DBNK202P
065700     EXEC CICS READNEXT FILE('BNKCHQB')                           DBNK202P
065800                        INTO(WS-BNKCHQB-REC)                      DBNK202P
065900                        LENGTH(LENGTH OF WS-BNKCHQB-REC)          DBNK202P
066000                        RIDFLD(WS-BNKCHQB-RID)                    DBNK202P
066100                        KEYLENGTH(LENGTH OF WS-BNKCHQB-RID)       DBNK202P
066200                        RESP(WS-RESP)                             DBNK202P
066300     END-EXEC.                                                    DBNK202P
066400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK202P
066500        BCQ-REC-ACCNO IS NOT EQUAL TO C202I-DRAWER-ACCNO          DBNK202P
066600        EXEC CICS ENDBR FILE('BNKCHQB')                           DBNK202P
066700        END-EXEC                                                  DBNK202P
066800        GO TO SERIAL-RANGES-DONE                                  DBNK202P
066900     END-IF.                                                      DBNK202P
067000     ADD 1 TO WS-RANGES-SEEN.                                     DBNK202P
067100     IF C202I-SERIAL IS NOT LESS THAN BCQ-REC-SERIAL-FROM         DBNK202P
067200        AND C202I-SERIAL IS NOT GREATER THAN                      DBNK202P
067300            BCQ-REC-SERIAL-TO                                     DBNK202P
067400        EXEC CICS ENDBR FILE('BNKCHQB')                           DBNK202P
067500        END-EXEC                                                  DBNK202P
067600        GO TO CHECK-CHEQUE-SERIAL-EXIT                            DBNK202P
067700     END-IF.                                                      DBNK202P
067800     GO TO SERIAL-RANGE-LOOP.                                     DBNK202P
067900 SERIAL-RANGES-DONE.                                              DBNK202P
068000     IF WS-RANGES-SEEN IS GREATER THAN ZERO                       DBNK202P
068100        SET WS-SERIAL-NOT-ISSUED TO TRUE                          DBNK202P
068200     END-IF.                                                      DBNK202P
068300 CHECK-CHEQUE-SERIAL-EXIT.                                        DBNK202P
068400     EXIT.                                                        DBNK202P
068500                                                                  DBNK202P
068600***************************************************************** DBNK202P
068700* Positive pay match. An account with no issued-cheque records  * DBNK202P
068800* is not enrolled and passes; an enrolled account pays only an  * DBNK202P
068900* exact serial-and-amount match against an outstanding issue.   * DBNK202P
069000* There is no review queue at the counter - anything else is    * DBNK202P
069100* refused and the presenter sent back to the drawer.            * DBNK202P
069200***************************************************************** DBNK202P
069300 CHECK-POSITIVE-PAY.                                              DBNK202P
069400     SET WS-PPAY-PASSED TO TRUE.                                  DBNK202P
069500     MOVE C202I-DRAWER-ACCNO TO WS-BNKPPAY-RID-ACCNO.             DBNK202P
069600     MOVE C202I-SERIAL TO WS-BNKPPAY-RID-SERIAL.                  DBNK202P
069700     EXEC CICS READ FILE('BNKPPAY')                               DBNK202P
069800                    INTO(WS-BNKPPAY-REC)                          DBNK202P
069900                    LENGTH(LENGTH OF WS-BNKPPAY-REC)              DBNK202P
070000                    RIDFLD(WS-BNKPPAY-RID)                        DBNK202P
070100                    KEYLENGTH(LENGTH OF WS-BNKPPAY-RID)           DBNK202P
070200                    RESP(WS-RESP)                                 DBNK202P
070300     END-EXEC.                                                    DBNK202P
070400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
070500        GO TO PPAY-NO-ISSUE                                       DBNK202P
070600     END-IF.                                                      DBNK202P
070700     IF NOT BPP-REC-IS-OUTSTANDING                                DBNK202P
070800        SET WS-PPAY-UNKNOWN TO TRUE                               DBNK202P
070900        GO TO CHECK-POSITIVE-PAY-EXIT                             DBNK202P
071000     END-IF.                                                      DBNK202P
071100     IF BPP-REC-AMOUNT IS NOT EQUAL TO C202I-AMOUNT               DBNK202P
071200        SET WS-PPAY-AMOUNT-DIFFERS TO TRUE                        DBNK202P
071300        GO TO CHECK-POSITIVE-PAY-EXIT                             DBNK202P
071400     END-IF.                                                      DBNK202P
071500     SET WS-PPAY-MATCHED TO TRUE.                                 DBNK202P
071600     GO TO CHECK-POSITIVE-PAY-EXIT.                               DBNK202P
071700 PPAY-NO-ISSUE.                                                   DBNK202P
071800*    no record for the serial - is the account enrolled at all?   DBNK202P
071900     MOVE C202I-DRAWER-ACCNO TO WS-BNKPPAY-RID-ACCNO.             DBNK202P
072000     MOVE LOW-VALUES TO WS-BNKPPAY-RID-SERIAL.                    DBNK202P
072100     EXEC CICS STARTBR FILE('BNKPPAY')                            DBNK202P
072200                       RIDFLD(WS-BNKPPAY-RID)                     DBNK202P
072300                       KEYLENGTH(LENGTH OF WS-BNKPPAY-RID)        DBNK202P
072400                       GTEQ                                       DBNK202P
072500                       RESP(WS-RESP)                              DBNK202P
072600     END-EXEC.                                                    DBNK202P
072700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
072800        GO TO CHECK-POSITIVE-PAY-EXIT                             DBNK202P
072900     END-IF.                                                      DBNK202P
073000     EXEC CICS READNEXT FILE('BNKPPAY')                           DBNK202P
073100                        INTO(WS-BNKPPAY-REC)                      DBNK202P
073200                        LENGTH(LENGTH OF WS-BNKPPAY-REC)          DBNK202P
073300                        RIDFLD(WS-BNKPPAY-RID)                    DBNK202P
073400                        KEYLENGTH(LENGTH OF WS-BNKPPAY-RID)       DBNK202P
073500                        RESP(WS-RESP)                             DBNK202P
073600     END-EXEC.                                                    DBNK202P
073700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK202P
073800        BPP-REC-ACCNO IS EQUAL TO C202I-DRAWER-ACCNO              DBNK202P
073900        SET WS-PPAY-UNKNOWN TO TRUE                               DBNK202P
074000     END-IF.                                                      DBNK202P
074100     EXEC CICS ENDBR FILE('BNKPPAY')                              DBNK202P
074200     END-EXEC.                                                    DBNK202P
074300 CHECK-POSITIVE-PAY-EXIT.                                         DBNK202P
074400     EXIT.                                                        DBNK202P
074500                                                                  DBNK202P
074600***************************************************************** DBNK202P
074700* A matched issue is spent - mark it so the same serial cannot  * DBNK202P
074800* match twice                                                   * DBNK202P
074900***************************************************************** DBNK202P
075000 MARK-ISSUE-PAID.                                                 DBNK202P
075100     MOVE C202I-DRAWER-ACCNO TO WS-BNKPPAY-RID-ACCNO.             DBNK202P
075200     MOVE C202I-SERIAL TO WS-BNKPPAY-RID-SERIAL.                  DBNK202P
075300     EXEC CICS READ FILE('BNKPPAY')                               DBNK202P
075400                    UPDATE                                        DBNK202P
075500                    INTO(WS-BNKPPAY-REC)                          DBNK202P
075600                    LENGTH(LENGTH OF WS-BNKPPAY-REC)              DBNK202P
075700                    RIDFLD(WS-BNKPPAY-RID)                        DBNK202P
075800                    KEYLENGTH(LENGTH OF WS-BNKPPAY-RID)           DBNK202P
075900                    TOKEN(WS-PPAY-TOKEN)                          DBNK202P
076000                    RESP(WS-RESP)                                 DBNK202P
076100     END-EXEC.                                                    DBNK202P
076200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
076300        MOVE 'Unable to mark the issue paid' TO C202O-MSG         DBNK202P
076400        GO TO MARK-ISSUE-PAID-EXIT                                DBNK202P
076500     END-IF.                                                      DBNK202P
076600     SET BPP-REC-IS-PAID TO TRUE.                                 DBNK202P
076700     MOVE WS-TODAY-DATE TO BPP-REC-PAID-DATE.                     DBNK202P
076800     EXEC CICS REWRITE FILE('BNKPPAY')                            DBNK202P
076900                       FROM(WS-BNKPPAY-REC)                       DBNK202P
077000                       LENGTH(LENGTH OF WS-BNKPPAY-REC)           DBNK202P
077100                       TOKEN(WS-PPAY-TOKEN)                       DBNK202P
077200                       RESP(WS-RESP)                              DBNK202P
077300     END-EXEC.                                                    DBNK202P
077400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
077500        MOVE 'Unable to mark the issue paid' TO C202O-MSG         DBNK202P
077600     END-IF.                                                      DBNK202P
077700 MARK-ISSUE-PAID-EXIT.                                            DBNK202P
077800     EXIT.                                                        DBNK202P
077900                                                                  DBNK202P
078000***************************************************************** DBNK202P
078100* File the item on the register under the time it was taken     * DBNK202P
078200***************************************************************** DBNK202P
078300 WRITE-REGISTER.                                                  DBNK202P
078400     MOVE BNQ-REC-TIMESTAMP TO WS-BNKNCCQ-RID.                    DBNK202P
078500     EXEC CICS WRITE FILE('BNKNCCQ')                              DBNK202P
078600                     FROM(WS-BNKNCCQ-REC)                         DBNK202P
078700                     LENGTH(LENGTH OF WS-BNKNCCQ-REC)             DBNK202P
078800                     RIDFLD(WS-BNKNCCQ-RID)                       DBNK202P
078900                     KEYLENGTH(LENGTH OF WS-BNKNCCQ-RID)          DBNK202P
079000                     RESP(WS-RESP)                                DBNK202P
079100     END-EXEC.                                                    DBNK202P
079200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
079300        MOVE 'Unable to record the cashing' TO C202O-MSG          DBNK202P
079400     END-IF.                                                      DBNK202P
079500 WRITE-REGISTER-EXIT.                                             DBNK202P
079600     EXIT.                                                        DBNK202P
079700                                                                  DBNK202P
079800***************************************************************** DBNK202P
079900* One ledger entry as set up in the WS-POST- fields             * DBNK202P
080000***************************************************************** DBNK202P
080100 WRITE-NCCQ-LEDGER.                                               DBNK202P
080200     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK202P
080300     MOVE WS-POST-PID TO BLG-REC-PID.                             DBNK202P
080400     MOVE WS-POST-TYPE TO BLG-REC-TYPE.                           DBNK202P
080500     MOVE WS-POST-SUB-TYPE TO BLG-REC-SUB-TYPE.                   DBNK202P
080600     MOVE WS-POST-CATEGORY TO BLG-REC-CATEGORY.                   DBNK202P
080700     MOVE WS-POST-ACCNO TO BLG-REC-ACCNO.                         DBNK202P
080800     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK202P
080900     MOVE WS-POST-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK202P
081000     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK202P
081100     MOVE WS-POST-AMOUNT TO BLG-REC-AMOUNT.                       DBNK202P
081200     MOVE SPACES TO TXN-DATA.                                     DBNK202P
081300     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK202P
081400     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK202P
081500     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK202P
081600     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK202P
081700     MOVE WS-POST-TERMINAL TO BLG-REC-TERMINAL-ID.                DBNK202P
081800     MOVE WS-POST-SERIAL TO BLG-REC-CHQ-SERIAL.                   DBNK202P
081900     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK202P
082000     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK202P
082100     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK202P
082200     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK202P
082300     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK202P
082400     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK202P
082500     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK202P
082600     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK202P
082700                           WS-TWOS-COMP-INPUT                     DBNK202P
082800                           WS-TWOS-COMP-OUTPUT.                   DBNK202P
082900     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK202P
083000     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK202P
083100     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK202P
083200                     FROM(WS-BNKLEDG-REC)                         DBNK202P
083300                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK202P
083400                     RIDFLD(WS-BNKLEDG-RID)                       DBNK202P
083500                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK202P
083600                     RESP(WS-RESP)                                DBNK202P
083700     END-EXEC.                                                    DBNK202P
083800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK202P
083900        MOVE 'Unable to write ledger entry' TO C202O-MSG          DBNK202P
084000     END-IF.                                                      DBNK202P
084100 WRITE-NCCQ-LEDGER-EXIT.                                          DBNK202P
084200     EXIT.                                                        DBNK202P
084300                                                                  DBNK202P
084400***************************************************************** DBNK202P
084500* Items are dated with the bank-wide business date when the     * DBNK202P
084600* region has one installed - the calendar date already stamped  * DBNK202P
084700* stands in when it has none                                    * DBNK202P
084800***************************************************************** DBNK202P
084900 STAMP-BUSINESS-DATE.                                             DBNK202P
085000     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK202P
085100     EXEC CICS READ FILE('BNKPARM')                               DBNK202P
085200                    INTO(WS-BNKPARM-REC)                          DBNK202P
085300                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK202P
085400                    RIDFLD(WS-BNKPARM-RID)                        DBNK202P
085500                    RESP(WS-RESP)                                 DBNK202P
085600     END-EXEC.                                                    DBNK202P
085700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK202P
085800        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK202P
085900        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK202P
086000     END-IF.                                                      DBNK202P
086100 STAMP-BUSINESS-DATE-EXIT.                                        DBNK202P
086200     EXIT.                                                        DBNK202P
086300                                                                  DBNK202P
086400***************************************************************** DBNK202P
086500* Move the result back to the callers area                      * DBNK202P
086600***************************************************************** DBNK202P
086700 DBNK202P-EXIT.                                                   DBNK202P
086800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK202P
086900                                                                  DBNK202P
087000***************************************************************** DBNK202P
087100* Return to our caller                                          * DBNK202P
087200***************************************************************** DBNK202P
087300 COPY CRETURN.                                                    DBNK202P
