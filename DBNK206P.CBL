000100***************************************************************** DBNK206P
000200*                                                               * DBNK206P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK206P
000400*   This demonstration program is provided for use by users     * DBNK206P
000500*   of Micro Focus products and may be used, modified and       * DBNK206P
000600*   distributed as part of your application provided that       * DBNK206P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK206P
000800*   in this material.                                           * DBNK206P
000900*                                                               * DBNK206P
001000***************************************************************** DBNK206P
001100                                                                  DBNK206P
001200                                                                  DBNK206P
001300***************************************************************** DBNK206P
001400* Program:     DBNK206P.CBL                                     * DBNK206P
001500* Function:    Foreign banknote exchange at the teller counter. * DBNK206P
001600*              The currencies dealt are held on BNKFXNT with a  * DBNK206P
001700*              buy and a sell margin. A note is priced at the   * DBNK206P
001800*              mid of the newest BNKFXRT buy and sell rates for * DBNK206P
001900*              the currency against the domestic currency (the  * DBNK206P
002000*              reverse pair is turned round when only that one  * DBNK206P
002100*              is quoted), less the buy margin when the bank    * DBNK206P
002200*              buys and plus the sell margin when it sells.     * DBNK206P
002300*              The domestic cash passes through the teller's    * DBNK206P
002400*              open BNKDRWR drawer as a type-3 entry on the     * DBNK206P
002500*              foreign notes account 999999930, so the drawer   * DBNK206P
002600*              close picks it up, and the notes themselves are  * DBNK206P
002700*              kept on the teller's BNKDRFX holding for the     * DBNK206P
002800*              currency. Notes come from and go back to the     * DBNK206P
002900*              branch's BNKVLFX vault position; the teller's    * DBNK206P
003000*              count closes the holding with its over/short.    * DBNK206P
003100*              Every deal is filed on the BNKFXND register with * DBNK206P
003200*              the margin earned against the mid rate. Setting  * DBNK206P
003300*              a currency's terms needs supervisor authority.   * DBNK206P
003400*              VSAM version                                     * DBNK206P
003500***************************************************************** DBNK206P
003600                                                                  DBNK206P
003700 IDENTIFICATION DIVISION.                                         DBNK206P
003800 PROGRAM-ID.                                                      DBNK206P
003900     DBNK206P.                                                    DBNK206P
004000 DATE-WRITTEN.                                                    DBNK206P
004100     October 2008.                                                DBNK206P
004200 DATE-COMPILED.                                                   DBNK206P
004300     Today.                                                       DBNK206P
004400                                                                  DBNK206P
004500 ENVIRONMENT DIVISION.                                            DBNK206P
004600                                                                  DBNK206P
004700 DATA DIVISION.                                                   DBNK206P
004800                                                                  DBNK206P
004900 WORKING-STORAGE SECTION.                                         DBNK206P
005000 01  WS-MISC-STORAGE.                                             DBNK206P
005100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK206P
005200       VALUE 'DBNK206P'.                                          DBNK206P
005300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK206P
005400   05  WS-RESP                               PIC S9(8) COMP.      DBNK206P
005500   05  WS-FXNT-TOKEN                         PIC S9(8) COMP.      DBNK206P
005600   05  WS-DRFX-TOKEN                         PIC S9(8) COMP.      DBNK206P
005700   05  WS-VLFX-TOKEN                         PIC S9(8) COMP.      DBNK206P
005800   05  WS-BNKFXNT-RID                        PIC X(3).            DBNK206P
005900   05  WS-BNKFXRT-RID.                                            DBNK206P
006000     10  WS-BNKFXRT-RID-PAIR                 PIC X(6).            DBNK206P
006100     10  WS-BNKFXRT-RID-DATE                 PIC X(8).            DBNK206P
006200   05  WS-BNKDRWR-RID.                                            DBNK206P
006300     10  WS-BNKDRWR-RID-TELLER               PIC X(5).            DBNK206P
006400     10  WS-BNKDRWR-RID-DATE                 PIC X(8).            DBNK206P
006500   05  WS-BNKDRFX-RID.                                            DBNK206P
006600     10  WS-BNKDRFX-RID-TELLER               PIC X(5).            DBNK206P
006700     10  WS-BNKDRFX-RID-CCY                  PIC X(3).            DBNK206P
006800     10  WS-BNKDRFX-RID-DATE                 PIC X(8).            DBNK206P
006900   05  WS-BNKVLFX-RID.                                            DBNK206P
007000     10  WS-BNKVLFX-RID-BRANCH               PIC X(4).            DBNK206P
007100     10  WS-BNKVLFX-RID-CCY                  PIC X(3).            DBNK206P
007200   05  WS-BNKOPER-RID                        PIC X(5).            DBNK206P
007300   05  WS-BNKPARM-RID                        PIC X(8).            DBNK206P
007400   05  WS-BNKFXND-RID                        PIC X(26).           DBNK206P
007500   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK206P
007600   05  WS-TODAY-DATE                         PIC X(8).            DBNK206P
007700   05  WS-DOM-CCY                            PIC X(3)             DBNK206P
007800       VALUE 'USD'.                                               DBNK206P
007900   05  WS-RATE-PAIR                          PIC X(6).            DBNK206P
008000   05  WS-RATE-FLAG                          PIC X(1).            DBNK206P
008100     88  WS-RATE-FOUND                       VALUE 'Y'.           DBNK206P
008200     88  WS-RATE-MISSING                     VALUE 'N'.           DBNK206P
008300   05  WS-HOLD-FLAG                          PIC X(1).            DBNK206P
008400     88  WS-HOLD-ON-FILE                     VALUE 'F'.           DBNK206P
008500     88  WS-HOLD-NEW                         VALUE 'N'.           DBNK206P
008600   05  WS-FXRT-BUY                           PIC 9(3)V9(6).       DBNK206P
008700   05  WS-FXRT-SELL                          PIC 9(3)V9(6).       DBNK206P
008800   05  WS-MID-RATE                           PIC 9(3)V9(6).       DBNK206P
008900   05  WS-NOTE-BUY-RATE                      PIC 9(3)V9(6).       DBNK206P
009000   05  WS-NOTE-SELL-RATE                     PIC 9(3)V9(6).       DBNK206P
009100   05  WS-MID-AMOUNT                         PIC S9(9)V99         DBNK206P
009200                                             COMP-3.              DBNK206P
009300   05  WS-DOM-AMOUNT                         PIC S9(9)V99         DBNK206P
009400                                             COMP-3.              DBNK206P
009500   05  WS-MARGIN-INCOME                      PIC S9(7)V99         DBNK206P
009600                                             COMP-3.              DBNK206P
009700   05  WS-ON-HAND                            PIC S9(9)V99         DBNK206P
009800                                             COMP-3.              DBNK206P
009900   05  WS-NOTES                              PIC 9(9).            DBNK206P
010000   05  WS-POST-SUB-TYPE                      PIC X(1).            DBNK206P
010100   05  WS-POST-DESC                          PIC X(40).           DBNK206P
010200   05  WS-FXNOT-ACCNO                        PIC X(9)             DBNK206P
010300       VALUE '999999930'.                                         DBNK206P
010400   05  WS-FXNOT-PID                          PIC X(5)             DBNK206P
010500       VALUE 'FXNOT'.                                             DBNK206P
010600                                                                  DBNK206P
010700 COPY CTSTAMPD.                                                   DBNK206P
010800                                                                  DBNK206P
010900 01  WS-BNKFXNT-REC.                                              DBNK206P
011000 COPY CBANKVXN.                                                   DBNK206P
011100                                                                  DBNK206P
011200 01  WS-BNKFXRT-REC.                                              DBNK206P
011300 COPY CBANKVFX.                                                   DBNK206P
011400                                                                  DBNK206P
011500 01  WS-BNKDRWR-REC.                                              DBNK206P
011600 COPY CBANKVDR.                                                   DBNK206P
011700                                                                  DBNK206P
011800 01  WS-BNKDRFX-REC.                                              DBNK206P
011900 COPY CBANKVDF.                                                   DBNK206P
012000                                                                  DBNK206P
012100 01  WS-BNKVLFX-REC.                                              DBNK206P
012200 COPY CBANKVVF.                                                   DBNK206P
012300                                                                  DBNK206P
012400 01  WS-BNKOPER-REC.                                              DBNK206P
012500 COPY CBANKVOR.                                                   DBNK206P
012600                                                                  DBNK206P
012700 01  WS-BNKPARM-REC.                                              DBNK206P
012800 COPY CBANKVPM.                                                   DBNK206P
012900                                                                  DBNK206P
013000 01  WS-BNKFXND-REC.                                              DBNK206P
013100 COPY CBANKVXD.                                                   DBNK206P
013200                                                                  DBNK206P
013300 01  WS-BNKLEDG-REC.                                              DBNK206P
013400 COPY CBANKVLG.                                                   DBNK206P
013500                                                                  DBNK206P
013600 01  WS-TWOS-COMP.                                                DBNK206P
013700   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK206P
013800   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK206P
013900   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK206P
014000                                                                  DBNK206P
014100 01  WS-TREF-DATA.                                                DBNK206P
014200 COPY CTREFD.                                                     DBNK206P
014300                                                                  DBNK206P
014400 01  WS-COMMAREA.                                                 DBNK206P
014500 COPY CBNKD206.                                                   DBNK206P
014600                                                                  DBNK206P
014700 COPY CBANKTXD.                                                   DBNK206P
014800                                                                  DBNK206P
014900 COPY CABENDD.                                                    DBNK206P
015000                                                                  DBNK206P
015100 LINKAGE SECTION.                                                 DBNK206P
015200 01  DFHCOMMAREA.                                                 DBNK206P
015300   05  LK-COMMAREA                           PIC X(1)             DBNK206P
015400       OCCURS 1 TO 4096 TIMES                                     DBNK206P
015500         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK206P
015600                                                                  DBNK206P
015700 COPY CENTRY.                                                     DBNK206P
015800***************************************************************** DBNK206P
015900* Move the passed data to our area                              * DBNK206P
016000***************************************************************** DBNK206P
016100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK206P
016200     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK206P
016300                                                                  DBNK206P
016400***************************************************************** DBNK206P
016500* Initialize our output area                                    * DBNK206P
016600***************************************************************** DBNK206P
016700     MOVE SPACES TO C206O-DATA.                                   DBNK206P
016800     SET C206O-FAIL TO TRUE.                                      DBNK206P
016900     MOVE ZERO TO C206O-MID-RATE.                                 DBNK206P
017000     MOVE ZERO TO C206O-BUY-RATE.                                 DBNK206P
017100     MOVE ZERO TO C206O-SELL-RATE.                                DBNK206P
017200     MOVE ZERO TO C206O-DOM-AMOUNT.                               DBNK206P
017300     MOVE ZERO TO C206O-MARGIN-INCOME.                            DBNK206P
017400     MOVE ZERO TO C206O-BUY-MARGIN.                               DBNK206P
017500     MOVE ZERO TO C206O-SELL-MARGIN.                              DBNK206P
017600     MOVE ZERO TO C206O-MIN-NOTE.                                 DBNK206P
017700     PERFORM CLEAR-HOLDING THRU                                   DBNK206P
017800             CLEAR-HOLDING-EXIT.                                  DBNK206P
017900                                                                  DBNK206P
018000 COPY CTSTAMPP.                                                   DBNK206P
018100     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK206P
018200     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK206P
018300     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK206P
018400     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK206P
018500             STAMP-BUSINESS-DATE-EXIT.                            DBNK206P
018600                                                                  DBNK206P
018700     IF C206I-CCY-CODE IS EQUAL TO SPACES OR                      DBNK206P
018800        C206I-CCY-CODE IS EQUAL TO WS-DOM-CCY                     DBNK206P
018900        MOVE 'A foreign currency code is required' TO C206O-MSG   DBNK206P
019000        GO TO DBNK206P-EXIT                                       DBNK206P
019100     END-IF.                                                      DBNK206P
019200     EVALUATE TRUE                                                DBNK206P
019300       WHEN C206I-SET-TERMS                                       DBNK206P
019400         GO TO SET-TERMS                                          DBNK206P
019500       WHEN C206I-QUOTE                                           DBNK206P
019600       WHEN C206I-ENQUIRE                                         DBNK206P
019700       WHEN C206I-BUY                                             DBNK206P
019800       WHEN C206I-SELL                                            DBNK206P
019900       WHEN C206I-FROM-VAULT                                      DBNK206P
020000       WHEN C206I-TO-VAULT                                        DBNK206P
020100       WHEN C206I-COUNT                                           DBNK206P
020200         CONTINUE                                                 DBNK206P
020300       WHEN OTHER                                                 DBNK206P
020400         MOVE 'Unknown request' TO C206O-MSG                      DBNK206P
020500         GO TO DBNK206P-EXIT                                      DBNK206P
020600     END-EVALUATE.                                                DBNK206P
020700                                                                  DBNK206P
020800***************************************************************** DBNK206P
020900* Everything else needs the currency's terms                    * DBNK206P
021000***************************************************************** DBNK206P
021100     MOVE C206I-CCY-CODE TO WS-BNKFXNT-RID.                       DBNK206P
021200     EXEC CICS READ FILE('BNKFXNT')                               DBNK206P
021300                    INTO(WS-BNKFXNT-REC)                          DBNK206P
021400                    LENGTH(LENGTH OF WS-BNKFXNT-REC)              DBNK206P
021500                    RIDFLD(WS-BNKFXNT-RID)                        DBNK206P
021600                    RESP(WS-RESP)                                 DBNK206P
021700     END-EXEC.                                                    DBNK206P
021800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
021900        MOVE 'Currency is not dealt at the counter' TO C206O-MSG  DBNK206P
022000        GO TO DBNK206P-EXIT                                       DBNK206P
022100     END-IF.                                                      DBNK206P
022200     MOVE BXN-REC-STATUS TO C206O-CCY-STATUS.                     DBNK206P
022300     MOVE BXN-REC-BUY-MARGIN TO C206O-BUY-MARGIN.                 DBNK206P
022400     MOVE BXN-REC-SELL-MARGIN TO C206O-SELL-MARGIN.               DBNK206P
022500     MOVE BXN-REC-MIN-NOTE TO C206O-MIN-NOTE.                     DBNK206P
022600                                                                  DBNK206P
022700     IF C206I-ENQUIRE                                             DBNK206P
022800        GO TO ENQUIRE-CURRENCY                                    DBNK206P
022900     END-IF.                                                      DBNK206P
023000     IF C206I-QUOTE                                               DBNK206P
023100        GO TO QUOTE-NOTES                                         DBNK206P
023200     END-IF.                                                      DBNK206P
023300                                                                  DBNK206P
023400***************************************************************** DBNK206P
023500* Money moves only against the teller's open drawer, and the    * DBNK206P
023600* currency holding goes with it                                 * DBNK206P
023700***************************************************************** DBNK206P
023800     MOVE C206I-USERID TO WS-BNKDRWR-RID-TELLER.                  DBNK206P
023900     MOVE WS-TS-CURRENT-DATE TO WS-BNKDRWR-RID-DATE.              DBNK206P
024000     EXEC CICS READ FILE('BNKDRWR')                               DBNK206P
024100                    INTO(WS-BNKDRWR-REC)                          DBNK206P
024200                    LENGTH(LENGTH OF WS-BNKDRWR-REC)              DBNK206P
024300                    RIDFLD(WS-BNKDRWR-RID)                        DBNK206P
024400                    KEYLENGTH(LENGTH OF WS-BNKDRWR-RID)           DBNK206P
024500                    RESP(WS-RESP)                                 DBNK206P
024600     END-EXEC.                                                    DBNK206P
024700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK206P
024800        NOT BDR-REC-IS-OPEN                                       DBNK206P
024900        MOVE 'Foreign notes need an open drawer' TO C206O-MSG     DBNK206P
025000        GO TO DBNK206P-EXIT                                       DBNK206P
025100     END-IF.                                                      DBNK206P
025200     IF C206I-COUNT                                               DBNK206P
025300        IF C206I-FCY-AMOUNT IS LESS THAN ZERO                     DBNK206P
025400           MOVE 'Counted amount cannot be negative'               DBNK206P
025500             TO C206O-MSG                                         DBNK206P
025600           GO TO DBNK206P-EXIT                                    DBNK206P
025700        END-IF                                                    DBNK206P
025800     ELSE                                                         DBNK206P
025900        IF C206I-FCY-AMOUNT IS NOT GREATER THAN ZERO              DBNK206P
026000           MOVE 'Amount must be greater than zero' TO C206O-MSG   DBNK206P
026100           GO TO DBNK206P-EXIT                                    DBNK206P
026200        END-IF                                                    DBNK206P
026300     END-IF.                                                      DBNK206P
026400     PERFORM GET-HOLDING THRU                                     DBNK206P
026500             GET-HOLDING-EXIT.                                    DBNK206P
026600     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
026700        GO TO DBNK206P-EXIT                                       DBNK206P
026800     END-IF.                                                      DBNK206P
026900     IF BDF-REC-IS-COUNTED                                        DBNK206P
027000        MOVE 'Currency holding already counted today'             DBNK206P
027100          TO C206O-MSG                                            DBNK206P
027200        GO TO DEAL-FAILED                                         DBNK206P
027300     END-IF.                                                      DBNK206P
027400     COMPUTE WS-ON-HAND =                                         DBNK206P
027500         BDF-REC-OPEN-COUNT + BDF-REC-VAULT-IN                    DBNK206P
027600         - BDF-REC-VAULT-OUT + BDF-REC-BOUGHT                     DBNK206P
027700         - BDF-REC-SOLD.                                          DBNK206P
027800                                                                  DBNK206P
027900     EVALUATE TRUE                                                DBNK206P
028000       WHEN C206I-BUY                                             DBNK206P
028100         GO TO BUY-NOTES                                          DBNK206P
028200       WHEN C206I-SELL                                            DBNK206P
028300         GO TO SELL-NOTES                                         DBNK206P
028400       WHEN C206I-FROM-VAULT                                      DBNK206P
028500         GO TO NOTES-FROM-VAULT                                   DBNK206P
028600       WHEN C206I-TO-VAULT                                        DBNK206P
028700         GO TO NOTES-TO-VAULT                                     DBNK206P
028800       WHEN OTHER                                                 DBNK206P
028900         GO TO COUNT-NOTES                                        DBNK206P
029000     END-EVALUATE.                                                DBNK206P
029100                                                                  DBNK206P
029200***************************************************************** DBNK206P
029300* BUY - the customer hands over notes and is paid the domestic  * DBNK206P
029400* value at the buy rate out of the drawer                       * DBNK206P
029500***************************************************************** DBNK206P
029600 BUY-NOTES.                                                       DBNK206P
029700     IF NOT BXN-REC-IS-ACTIVE                                     DBNK206P
029800        MOVE 'Currency is suspended from dealing' TO C206O-MSG    DBNK206P
029900        GO TO DEAL-FAILED                                         DBNK206P
030000     END-IF.                                                      DBNK206P
030100     PERFORM CHECK-WHOLE-NOTES THRU                               DBNK206P
030200             CHECK-WHOLE-NOTES-EXIT.                              DBNK206P
030300     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
030400        GO TO DEAL-FAILED                                         DBNK206P
030500     END-IF.                                                      DBNK206P
030600     PERFORM PRICE-CURRENCY THRU                                  DBNK206P
030700             PRICE-CURRENCY-EXIT.                                 DBNK206P
030800     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
030900        GO TO DEAL-FAILED                                         DBNK206P
031000     END-IF.                                                      DBNK206P
031100     COMPUTE WS-DOM-AMOUNT ROUNDED =                              DBNK206P
031200         C206I-FCY-AMOUNT * WS-NOTE-BUY-RATE.                     DBNK206P
031300     COMPUTE WS-MARGIN-INCOME = WS-MID-AMOUNT - WS-DOM-AMOUNT.    DBNK206P
031400     MOVE WS-NOTE-BUY-RATE TO BXD-REC-DEAL-RATE.                  DBNK206P
031500     SET BXD-REC-BANK-BUYS TO TRUE.                               DBNK206P
031600     MOVE '1' TO WS-POST-SUB-TYPE.                                DBNK206P
031700     MOVE SPACES TO WS-POST-DESC.                                 DBNK206P
031800     STRING 'Foreign notes bought ' DELIMITED BY SIZE             DBNK206P
031900            C206I-CCY-CODE DELIMITED BY SIZE                      DBNK206P
032000       INTO WS-POST-DESC.                                         DBNK206P
032100     PERFORM BOOK-DEAL THRU                                       DBNK206P
032200             BOOK-DEAL-EXIT.                                      DBNK206P
032300     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
032400        GO TO DEAL-FAILED                                         DBNK206P
032500     END-IF.                                                      DBNK206P
032600     ADD C206I-FCY-AMOUNT TO BDF-REC-BOUGHT.                      DBNK206P
032700     ADD C206I-FCY-AMOUNT TO WS-ON-HAND.                          DBNK206P
032800     MOVE 'Notes bought - pay out the amount shown'               DBNK206P
032900       TO WS-POST-DESC.                                           DBNK206P
033000     GO TO HOLDING-CHANGED.                                       DBNK206P
033100                                                                  DBNK206P
033200***************************************************************** DBNK206P
033300* SELL - the customer pays the domestic value at the sell rate  * DBNK206P
033400* into the drawer and takes notes from the teller's holding     * DBNK206P
033500***************************************************************** DBNK206P
033600 SELL-NOTES.                                                      DBNK206P
033700     IF NOT BXN-REC-IS-ACTIVE                                     DBNK206P
033800        MOVE 'Currency is suspended from dealing' TO C206O-MSG    DBNK206P
033900        GO TO DEAL-FAILED                                         DBNK206P
034000     END-IF.                                                      DBNK206P
034100     PERFORM CHECK-WHOLE-NOTES THRU                               DBNK206P
034200             CHECK-WHOLE-NOTES-EXIT.                              DBNK206P
034300     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
034400        GO TO DEAL-FAILED                                         DBNK206P
034500     END-IF.                                                      DBNK206P
034600     IF WS-ON-HAND IS LESS THAN C206I-FCY-AMOUNT                  DBNK206P
034700        MOVE 'Not enough of the currency in the drawer'           DBNK206P
034800          TO C206O-MSG                                            DBNK206P
034900        GO TO DEAL-FAILED                                         DBNK206P
035000     END-IF.                                                      DBNK206P
035100     PERFORM PRICE-CURRENCY THRU                                  DBNK206P
035200             PRICE-CURRENCY-EXIT.                                 DBNK206P
035300     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
035400        GO TO DEAL-FAILED                                         DBNK206P
035500     END-IF.                                                      DBNK206P
035600     COMPUTE WS-DOM-AMOUNT ROUNDED =                              DBNK206P
035700         C206I-FCY-AMOUNT * WS-NOTE-SELL-RATE.                    DBNK206P
035800     COMPUTE WS-MARGIN-INCOME = WS-DOM-AMOUNT - WS-MID-AMOUNT.    DBNK206P
035900     MOVE WS-NOTE-SELL-RATE TO BXD-REC-DEAL-RATE.                 DBNK206P
036000     SET BXD-REC-BANK-SELLS TO TRUE.                              DBNK206P
036100     MOVE '2' TO WS-POST-SUB-TYPE.                                DBNK206P
036200     MOVE SPACES TO WS-POST-DESC.                                 DBNK206P
036300     STRING 'Foreign notes sold ' DELIMITED BY SIZE               DBNK206P
036400            C206I-CCY-CODE DELIMITED BY SIZE                      DBNK206P
036500       INTO WS-POST-DESC.                                         DBNK206P
036600     PERFORM BOOK-DEAL THRU                                       DBNK206P
036700             BOOK-DEAL-EXIT.                                      DBNK206P
036800     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
036900        GO TO DEAL-FAILED                                         DBNK206P
037000     END-IF.                                                      DBNK206P
037100     ADD C206I-FCY-AMOUNT TO BDF-REC-SOLD.                        DBNK206P
037200     SUBTRACT C206I-FCY-AMOUNT FROM WS-ON-HAND.                   DBNK206P
037300     MOVE 'Notes sold - take in the amount shown'                 DBNK206P
037400       TO WS-POST-DESC.                                           DBNK206P
037500     GO TO HOLDING-CHANGED.                                       DBNK206P
037600                                                                  DBNK206P
037700***************************************************************** DBNK206P
037800* Notes taken into the drawer out of the branch vault           * DBNK206P
037900***************************************************************** DBNK206P
038000 NOTES-FROM-VAULT.                                                DBNK206P
038100     MOVE BDF-REC-BRANCH TO WS-BNKVLFX-RID-BRANCH.                DBNK206P
038200     MOVE C206I-CCY-CODE TO WS-BNKVLFX-RID-CCY.                   DBNK206P
038300     EXEC CICS READ FILE('BNKVLFX')                               DBNK206P
038400                    UPDATE                                        DBNK206P
038500                    INTO(WS-BNKVLFX-REC)                          DBNK206P
038600                    LENGTH(LENGTH OF WS-BNKVLFX-REC)              DBNK206P
038700                    RIDFLD(WS-BNKVLFX-RID)                        DBNK206P
038800                    KEYLENGTH(LENGTH OF WS-BNKVLFX-RID)           DBNK206P
038900                    TOKEN(WS-VLFX-TOKEN)                          DBNK206P
039000                    RESP(WS-RESP)                                 DBNK206P
039100     END-EXEC.                                                    DBNK206P
039200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
039300        MOVE 'Branch vault holds none of the currency'            DBNK206P
039400          TO C206O-MSG                                            DBNK206P
039500        GO TO DEAL-FAILED                                         DBNK206P
039600     END-IF.                                                      DBNK206P
039700     IF VLF-REC-BALANCE IS LESS THAN C206I-FCY-AMOUNT             DBNK206P
039800        MOVE 'Branch vault cannot cover the notes' TO C206O-MSG   DBNK206P
039900        GO TO DEAL-FAILED                                         DBNK206P
040000     END-IF.                                                      DBNK206P
040100     SUBTRACT C206I-FCY-AMOUNT FROM VLF-REC-BALANCE.              DBNK206P
040200     MOVE WS-TODAY-DATE TO VLF-REC-LAST-MOVE-DATE.                DBNK206P
040300     EXEC CICS REWRITE FILE('BNKVLFX')                            DBNK206P
040400                    FROM(WS-BNKVLFX-REC)                          DBNK206P
040500                    LENGTH(LENGTH OF WS-BNKVLFX-REC)              DBNK206P
040600                    TOKEN(WS-VLFX-TOKEN)                          DBNK206P
040700                    RESP(WS-RESP)                                 DBNK206P
040800     END-EXEC.                                                    DBNK206P
040900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
041000        MOVE 'Unable to update the branch vault' TO C206O-MSG     DBNK206P
041100        GO TO DEAL-FAILED                                         DBNK206P
041200     END-IF.                                                      DBNK206P
041300     ADD C206I-FCY-AMOUNT TO BDF-REC-VAULT-IN.                    DBNK206P
041400     ADD C206I-FCY-AMOUNT TO WS-ON-HAND.                          DBNK206P
041500     MOVE 'Notes taken from the vault' TO WS-POST-DESC.           DBNK206P
041600     GO TO HOLDING-CHANGED.                                       DBNK206P
041700                                                                  DBNK206P
041800***************************************************************** DBNK206P
041900* Notes returned from the drawer to the branch vault - the      * DBNK206P
042000* vault's first notes of a currency open its position           * DBNK206P
042100***************************************************************** DBNK206P
042200 NOTES-TO-VAULT.                                                  DBNK206P
042300     IF WS-ON-HAND IS LESS THAN C206I-FCY-AMOUNT                  DBNK206P
042400        MOVE 'Not enough of the currency in the drawer'           DBNK206P
042500          TO C206O-MSG                                            DBNK206P
042600        GO TO DEAL-FAILED                                         DBNK206P
042700     END-IF.                                                      DBNK206P
042800     MOVE BDF-REC-BRANCH TO WS-BNKVLFX-RID-BRANCH.                DBNK206P
042900     MOVE C206I-CCY-CODE TO WS-BNKVLFX-RID-CCY.                   DBNK206P
043000     EXEC CICS READ FILE('BNKVLFX')                               DBNK206P
043100                    UPDATE                                        DBNK206P
043200                    INTO(WS-BNKVLFX-REC)                          DBNK206P
043300                    LENGTH(LENGTH OF WS-BNKVLFX-REC)              DBNK206P
043400                    RIDFLD(WS-BNKVLFX-RID)                        DBNK206P
043500                    KEYLENGTH(LENGTH OF WS-BNKVLFX-RID)           DBNK206P
043600                    TOKEN(WS-VLFX-TOKEN)                          DBNK206P
043700                    RESP(WS-RESP)                                 DBNK206P
043800     END-EXEC.                                                    DBNK206P
043900     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK206P
044000        MOVE SPACES TO WS-BNKVLFX-REC                             DBNK206P
044100        MOVE WS-BNKVLFX-RID TO VLF-REC-KEY                        DBNK206P
044200        MOVE C206I-FCY-AMOUNT TO VLF-REC-BALANCE                  DBNK206P
044300        MOVE ZERO TO VLF-REC-MINIMUM                              DBNK206P
044400        MOVE WS-TODAY-DATE TO VLF-REC-LAST-MOVE-DATE              DBNK206P
044500        EXEC CICS WRITE FILE('BNKVLFX')                           DBNK206P
044600                        FROM(WS-BNKVLFX-REC)                      DBNK206P
044700                        LENGTH(LENGTH OF WS-BNKVLFX-REC)          DBNK206P
044800                        RIDFLD(WS-BNKVLFX-RID)                    DBNK206P
044900                        KEYLENGTH(LENGTH OF WS-BNKVLFX-RID)       DBNK206P
045000                        RESP(WS-RESP)                             DBNK206P
045100        END-EXEC                                                  DBNK206P
045200     ELSE                                                         DBNK206P
045300        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    DBNK206P
045400           ADD C206I-FCY-AMOUNT TO VLF-REC-BALANCE                DBNK206P
045500           MOVE WS-TODAY-DATE TO VLF-REC-LAST-MOVE-DATE           DBNK206P
045600           EXEC CICS REWRITE FILE('BNKVLFX')                      DBNK206P
045700                          FROM(WS-BNKVLFX-REC)                    DBNK206P
045800                          LENGTH(LENGTH OF WS-BNKVLFX-REC)        DBNK206P
045900                          TOKEN(WS-VLFX-TOKEN)                    DBNK206P
046000                          RESP(WS-RESP)                           DBNK206P
046100           END-EXEC                                               DBNK206P
046200        END-IF                                                    DBNK206P
046300     END-IF.                                                      DBNK206P
046400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
046500        MOVE 'Unable to update the branch vault' TO C206O-MSG     DBNK206P
046600        GO TO DEAL-FAILED                                         DBNK206P
046700     END-IF.                                                      DBNK206P
046800     ADD C206I-FCY-AMOUNT TO BDF-REC-VAULT-OUT.                   DBNK206P
046900     SUBTRACT C206I-FCY-AMOUNT FROM WS-ON-HAND.                   DBNK206P
047000     MOVE 'Notes returned to the vault' TO WS-POST-DESC.          DBNK206P
047100     GO TO HOLDING-CHANGED.                                       DBNK206P
047200                                                                  DBNK206P
047300***************************************************************** DBNK206P
047400* COUNT - the teller's count closes the day's holding; what it  * DBNK206P
047500* differs from the expected holding by is the over/short        * DBNK206P
047600***************************************************************** DBNK206P
047700 COUNT-NOTES.                                                     DBNK206P
047800     MOVE C206I-FCY-AMOUNT TO BDF-REC-CLOSE-COUNT.                DBNK206P
047900     COMPUTE BDF-REC-OVER-SHORT =                                 DBNK206P
048000         C206I-FCY-AMOUNT - WS-ON-HAND.                           DBNK206P
048100     SET BDF-REC-IS-COUNTED TO TRUE.                              DBNK206P
048200     MOVE 'Currency holding counted' TO WS-POST-DESC.             DBNK206P
048300                                                                  DBNK206P
048400***************************************************************** DBNK206P
048500* Save the holding and commit the movement with it              * DBNK206P
048600***************************************************************** DBNK206P
048700 HOLDING-CHANGED.                                                 DBNK206P
048800     IF WS-HOLD-NEW                                               DBNK206P
048900        EXEC CICS WRITE FILE('BNKDRFX')                           DBNK206P
049000                        FROM(WS-BNKDRFX-REC)                      DBNK206P
049100                        LENGTH(LENGTH OF WS-BNKDRFX-REC)          DBNK206P
049200                        RIDFLD(WS-BNKDRFX-RID)                    DBNK206P
049300                        KEYLENGTH(LENGTH OF WS-BNKDRFX-RID)       DBNK206P
049400                        RESP(WS-RESP)                             DBNK206P
049500        END-EXEC                                                  DBNK206P
049600     ELSE                                                         DBNK206P
049700        EXEC CICS REWRITE FILE('BNKDRFX')                         DBNK206P
049800                       FROM(WS-BNKDRFX-REC)                       DBNK206P
049900                       LENGTH(LENGTH OF WS-BNKDRFX-REC)           DBNK206P
050000                       TOKEN(WS-DRFX-TOKEN)                       DBNK206P
050100                       RESP(WS-RESP)                              DBNK206P
050200        END-EXEC                                                  DBNK206P
050300     END-IF.                                                      DBNK206P
050400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
050500        MOVE 'Unable to update the currency holding'              DBNK206P
050600          TO C206O-MSG                                            DBNK206P
050700        GO TO DEAL-FAILED                                         DBNK206P
050800     END-IF.                                                      DBNK206P
050900     EXEC CICS SYNCPOINT                                          DBNK206P
051000     END-EXEC.                                                    DBNK206P
051100     PERFORM RETURN-HOLDING THRU                                  DBNK206P
051200             RETURN-HOLDING-EXIT.                                 DBNK206P
051300     SET C206O-OK TO TRUE.                                        DBNK206P
051400     MOVE WS-POST-DESC TO C206O-MSG.                              DBNK206P
051500     GO TO DBNK206P-EXIT.                                         DBNK206P
051600                                                                  DBNK206P
051700***************************************************************** DBNK206P
051800* Something failed once the holding was read - nothing moves    * DBNK206P
051900***************************************************************** DBNK206P
052000 DEAL-FAILED.                                                     DBNK206P
052100     EXEC CICS SYNCPOINT ROLLBACK                                 DBNK206P
052200     END-EXEC.                                                    DBNK206P
052300     SET C206O-FAIL TO TRUE.                                      DBNK206P
052400     GO TO DBNK206P-EXIT.                                         DBNK206P
052500                                                                  DBNK206P
052600***************************************************************** DBNK206P
052700* QUOTE - the price of the notes either way; nothing moves      * DBNK206P
052800***************************************************************** DBNK206P
052900 QUOTE-NOTES.                                                     DBNK206P
053000     IF NOT C206I-SIDE-BUY AND                                    DBNK206P
053100        NOT C206I-SIDE-SELL                                       DBNK206P
053200        MOVE 'Quote side must be B or S' TO C206O-MSG             DBNK206P
053300        GO TO DBNK206P-EXIT                                       DBNK206P
053400     END-IF.                                                      DBNK206P
053500     IF C206I-FCY-AMOUNT IS NOT GREATER THAN ZERO                 DBNK206P
053600        MOVE 'Amount must be greater than zero' TO C206O-MSG      DBNK206P
053700        GO TO DBNK206P-EXIT                                       DBNK206P
053800     END-IF.                                                      DBNK206P
053900     PERFORM CHECK-WHOLE-NOTES THRU                               DBNK206P
054000             CHECK-WHOLE-NOTES-EXIT.                              DBNK206P
054100     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
054200        GO TO DBNK206P-EXIT                                       DBNK206P
054300     END-IF.                                                      DBNK206P
054400     PERFORM PRICE-CURRENCY THRU                                  DBNK206P
054500             PRICE-CURRENCY-EXIT.                                 DBNK206P
054600     IF C206O-MSG IS NOT EQUAL TO SPACES                          DBNK206P
054700        GO TO DBNK206P-EXIT                                       DBNK206P
054800     END-IF.                                                      DBNK206P
054900     IF C206I-SIDE-BUY                                            DBNK206P
055000        COMPUTE WS-DOM-AMOUNT ROUNDED =                           DBNK206P
055100            C206I-FCY-AMOUNT * WS-NOTE-BUY-RATE                   DBNK206P
055200        COMPUTE WS-MARGIN-INCOME = WS-MID-AMOUNT - WS-DOM-AMOUNT  DBNK206P
055300     ELSE                                                         DBNK206P
055400        COMPUTE WS-DOM-AMOUNT ROUNDED =                           DBNK206P
055500            C206I-FCY-AMOUNT * WS-NOTE-SELL-RATE                  DBNK206P
055600        COMPUTE WS-MARGIN-INCOME = WS-DOM-AMOUNT - WS-MID-AMOUNT  DBNK206P
055700     END-IF.                                                      DBNK206P
055800     MOVE WS-DOM-AMOUNT TO C206O-DOM-AMOUNT.                      DBNK206P
055900     MOVE WS-MARGIN-INCOME TO C206O-MARGIN-INCOME.                DBNK206P
056000     SET C206O-OK TO TRUE.                                        DBNK206P
056100     IF NOT BXN-REC-IS-ACTIVE                                     DBNK206P
056200        MOVE 'Quote only - currency is suspended' TO C206O-MSG    DBNK206P
056300     END-IF.                                                      DBNK206P
056400     GO TO DBNK206P-EXIT.                                         DBNK206P
056500                                                                  DBNK206P
056600***************************************************************** DBNK206P
056700* ENQUIRE - the terms, today's rates and the teller's holding   * DBNK206P
056800***************************************************************** DBNK206P
056900 ENQUIRE-CURRENCY.                                                DBNK206P
057000     MOVE ZERO TO C206I-FCY-AMOUNT.                               DBNK206P
057100     PERFORM PRICE-CURRENCY THRU                                  DBNK206P
057200             PRICE-CURRENCY-EXIT.                                 DBNK206P
057300     MOVE C206I-USERID TO WS-BNKDRFX-RID-TELLER.                  DBNK206P
057400     MOVE C206I-CCY-CODE TO WS-BNKDRFX-RID-CCY.                   DBNK206P
057500     MOVE WS-TS-CURRENT-DATE TO WS-BNKDRFX-RID-DATE.              DBNK206P
057600     EXEC CICS READ FILE('BNKDRFX')                               DBNK206P
057700                    INTO(WS-BNKDRFX-REC)                          DBNK206P
057800                    LENGTH(LENGTH OF WS-BNKDRFX-REC)              DBNK206P
057900                    RIDFLD(WS-BNKDRFX-RID)                        DBNK206P
058000                    KEYLENGTH(LENGTH OF WS-BNKDRFX-RID)           DBNK206P
058100                    RESP(WS-RESP)                                 DBNK206P
058200     END-EXEC.                                                    DBNK206P
058300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK206P
058400        COMPUTE WS-ON-HAND =                                      DBNK206P
058500            BDF-REC-OPEN-COUNT + BDF-REC-VAULT-IN                 DBNK206P
058600            - BDF-REC-VAULT-OUT + BDF-REC-BOUGHT                  DBNK206P
058700            - BDF-REC-SOLD                                        DBNK206P
058800        PERFORM RETURN-HOLDING THRU                               DBNK206P
058900                RETURN-HOLDING-EXIT                               DBNK206P
059000     END-IF.                                                      DBNK206P
059100     SET C206O-OK TO TRUE.                                        DBNK206P
059200     GO TO DBNK206P-EXIT.                                         DBNK206P
059300                                                                  DBNK206P
059400***************************************************************** DBNK206P
059500* SET TERMS - a supervisor sets a currency's margins, smallest  * DBNK206P
059600* note and status; the first setting brings a currency into     * DBNK206P
059700* dealing                                                       * DBNK206P
059800***************************************************************** DBNK206P
059900 SET-TERMS.                                                       DBNK206P
060000     MOVE C206I-USERID TO WS-BNKOPER-RID.                         DBNK206P
060100     EXEC CICS READ FILE('BNKOPER')                               DBNK206P
060200                    INTO(WS-BNKOPER-REC)                          DBNK206P
060300                    LENGTH(LENGTH OF WS-BNKOPER-REC)              DBNK206P
060400                    RIDFLD(WS-BNKOPER-RID)                        DBNK206P
060500                    RESP(WS-RESP)                                 DBNK206P
060600     END-EXEC.                                                    DBNK206P
060700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK206P
060800        NOT BOR-REC-IS-ACTIVE OR                                  DBNK206P
060900        (NOT BOR-REC-ROLE-SUPERVISOR AND                          DBNK206P
061000         NOT BOR-REC-ROLE-ADMIN)                                  DBNK206P
061100        MOVE 'Setting terms needs supervisor authority'           DBNK206P
061200          TO C206O-MSG                                            DBNK206P
061300        GO TO DBNK206P-EXIT                                       DBNK206P
061400     END-IF.                                                      DBNK206P
061500     IF C206I-BUY-MARGIN IS NOT NUMERIC OR                        DBNK206P
061600        C206I-SELL-MARGIN IS NOT NUMERIC OR                       DBNK206P
061700        C206I-MIN-NOTE IS NOT NUMERIC                             DBNK206P
061800        MOVE 'Margins and smallest note must be digits'           DBNK206P
061900          TO C206O-MSG                                            DBNK206P
062000        GO TO DBNK206P-EXIT                                       DBNK206P
062100     END-IF.                                                      DBNK206P
062200     IF C206I-BUY-MARGIN IS GREATER THAN 20 OR                    DBNK206P
062300        C206I-SELL-MARGIN IS GREATER THAN 20                      DBNK206P
062400        MOVE 'Margins may not exceed 20 percent' TO C206O-MSG     DBNK206P
062500        GO TO DBNK206P-EXIT                                       DBNK206P
062600     END-IF.                                                      DBNK206P
062700     IF C206I-NEW-STATUS IS NOT EQUAL TO SPACES AND               DBNK206P
062800        C206I-NEW-STATUS IS NOT EQUAL TO 'A' AND                  DBNK206P
062900        C206I-NEW-STATUS IS NOT EQUAL TO 'S'                      DBNK206P
063000        MOVE 'Status must be A or S' TO C206O-MSG                 DBNK206P
063100        GO TO DBNK206P-EXIT                                       DBNK206P
063200     END-IF.                                                      DBNK206P
063300     MOVE C206I-CCY-CODE TO WS-BNKFXNT-RID.                       DBNK206P
063400     EXEC CICS READ FILE('BNKFXNT')                               DBNK206P
063500                    UPDATE                                        DBNK206P
063600                    INTO(WS-BNKFXNT-REC)                          DBNK206P
063700                    LENGTH(LENGTH OF WS-BNKFXNT-REC)              DBNK206P
063800                    RIDFLD(WS-BNKFXNT-RID)                        DBNK206P
063900                    TOKEN(WS-FXNT-TOKEN)                          DBNK206P
064000                    RESP(WS-RESP)                                 DBNK206P
064100     END-EXEC.                                                    DBNK206P
064200     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK206P
064300        MOVE SPACES TO WS-BNKFXNT-REC                             DBNK206P
064400        MOVE C206I-CCY-CODE TO BXN-REC-CCY-CODE                   DBNK206P
064500        SET BXN-REC-IS-ACTIVE TO TRUE                             DBNK206P
064600     ELSE                                                         DBNK206P
064700        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK206P
064800           MOVE 'Unable to read the currency terms' TO C206O-MSG  DBNK206P
064900           GO TO DBNK206P-EXIT                                    DBNK206P
065000        END-IF                                                    DBNK206P
065100     END-IF.                                                      DBNK206P
065200     IF C206I-NEW-STATUS IS NOT EQUAL TO SPACES                   DBNK206P
065300        MOVE C206I-NEW-STATUS TO BXN-REC-STATUS                   DBNK206P
065400     END-IF.                                                      DBNK206P
065500     MOVE C206I-BUY-MARGIN TO BXN-REC-BUY-MARGIN.                 DBNK206P
065600     MOVE C206I-SELL-MARGIN TO BXN-REC-SELL-MARGIN.               DBNK206P
065700     MOVE C206I-MIN-NOTE TO BXN-REC-MIN-NOTE.                     DBNK206P
065800     MOVE C206I-USERID TO BXN-REC-CHANGED-BY.                     DBNK206P
065900     MOVE WS-TODAY-DATE TO BXN-REC-CHANGED-DATE.                  DBNK206P
066000     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK206P
066100        EXEC CICS WRITE FILE('BNKFXNT')                           DBNK206P
066200                        FROM(WS-BNKFXNT-REC)                      DBNK206P
066300                        LENGTH(LENGTH OF WS-BNKFXNT-REC)          DBNK206P
066400                        RIDFLD(WS-BNKFXNT-RID)                    DBNK206P
066500                        RESP(WS-RESP)                             DBNK206P
066600        END-EXEC                                                  DBNK206P
066700     ELSE                                                         DBNK206P
066800        EXEC CICS REWRITE FILE('BNKFXNT')                         DBNK206P
066900                       FROM(WS-BNKFXNT-REC)                       DBNK206P
067000                       LENGTH(LENGTH OF WS-BNKFXNT-REC)           DBNK206P
067100                       TOKEN(WS-FXNT-TOKEN)                       DBNK206P
067200                       RESP(WS-RESP)                              DBNK206P
067300        END-EXEC                                                  DBNK206P
067400     END-IF.                                                      DBNK206P
067500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
067600        MOVE 'Unable to save the currency terms' TO C206O-MSG     DBNK206P
067700        GO TO DBNK206P-EXIT                                       DBNK206P
067800     END-IF.                                                      DBNK206P
067900     MOVE BXN-REC-STATUS TO C206O-CCY-STATUS.                     DBNK206P
068000     MOVE BXN-REC-BUY-MARGIN TO C206O-BUY-MARGIN.                 DBNK206P
068100     MOVE BXN-REC-SELL-MARGIN TO C206O-SELL-MARGIN.               DBNK206P
068200     MOVE BXN-REC-MIN-NOTE TO C206O-MIN-NOTE.                     DBNK206P
068300     SET C206O-OK TO TRUE.                                        DBNK206P
068400     MOVE 'Currency terms saved' TO C206O-MSG.                    DBNK206P
068500                                                                  DBNK206P
068600***************************************************************** DBNK206P
068700* Move the result back to the callers area                      * DBNK206P
068800***************************************************************** DBNK206P
068900 DBNK206P-EXIT.                                                   DBNK206P
069000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK206P
069100                                                                  DBNK206P
069200***************************************************************** DBNK206P
069300* Return to our caller                                          * DBNK206P
069400***************************************************************** DBNK206P
069500 COPY CRETURN.                                                    DBNK206P
069600                                                                  DBNK206P
069700***************************************************************** DBNK206P
069800* A currency with a smallest note deals only in whole notes     * DBNK206P
069900***************************************************************** DBNK206P
070000 CHECK-WHOLE-NOTES.                                               DBNK206P
070100     IF BXN-REC-MIN-NOTE IS NOT GREATER THAN ZERO                 DBNK206P
070200        GO TO CHECK-WHOLE-NOTES-EXIT                              DBNK206P
070300     END-IF.                                                      DBNK206P
070400     DIVIDE C206I-FCY-AMOUNT BY BXN-REC-MIN-NOTE                  DBNK206P
070500       GIVING WS-NOTES.                                           DBNK206P
070600     IF (WS-NOTES * BXN-REC-MIN-NOTE) IS NOT EQUAL TO             DBNK206P
070700        C206I-FCY-AMOUNT                                          DBNK206P
070800        MOVE 'Amount must be whole currency notes'                DBNK206P
070900          TO C206O-MSG                                            DBNK206P
071000     END-IF.                                                      DBNK206P
071100 CHECK-WHOLE-NOTES-EXIT.                                          DBNK206P
071200     EXIT.                                                        DBNK206P
071300                                                                  DBNK206P
071400***************************************************************** DBNK206P
071500* The mid rate is the domestic value of one unit of the         * DBNK206P
071600* currency, from its pair against the domestic currency or,     * DBNK206P
071700* failing that, turned round from the domestic pair against it. * DBNK206P
071800* The margins are then taken either side of the mid, and the    * DBNK206P
071900* value of the amount at the mid is what the margin is earned   * DBNK206P
072000* against                                                       * DBNK206P
072100***************************************************************** DBNK206P
072200 PRICE-CURRENCY.                                                  DBNK206P
072300     MOVE C206I-CCY-CODE TO WS-RATE-PAIR (1:3).                   DBNK206P
072400     MOVE WS-DOM-CCY TO WS-RATE-PAIR (4:3).                       DBNK206P
072500     PERFORM FIND-RATE THRU                                       DBNK206P
072600             FIND-RATE-EXIT.                                      DBNK206P
072700     IF WS-RATE-FOUND AND                                         DBNK206P
072800        (WS-FXRT-BUY + WS-FXRT-SELL) IS GREATER THAN ZERO         DBNK206P
072900        COMPUTE WS-MID-RATE ROUNDED =                             DBNK206P
073000            (WS-FXRT-BUY + WS-FXRT-SELL) / 2                      DBNK206P
073100        GO TO PRICE-MARGINS                                       DBNK206P
073200     END-IF.                                                      DBNK206P
073300     MOVE WS-DOM-CCY TO WS-RATE-PAIR (1:3).                       DBNK206P
073400     MOVE C206I-CCY-CODE TO WS-RATE-PAIR (4:3).                   DBNK206P
073500     PERFORM FIND-RATE THRU                                       DBNK206P
073600             FIND-RATE-EXIT.                                      DBNK206P
073700     IF WS-RATE-MISSING OR                                        DBNK206P
073800        (WS-FXRT-BUY + WS-FXRT-SELL) IS NOT GREATER THAN ZERO     DBNK206P
073900        MOVE 'No exchange rate on file for currency'              DBNK206P
074000          TO C206O-MSG                                            DBNK206P
074100        GO TO PRICE-CURRENCY-EXIT                                 DBNK206P
074200     END-IF.                                                      DBNK206P
074300     COMPUTE WS-MID-RATE ROUNDED =                                DBNK206P
074400         2 / (WS-FXRT-BUY + WS-FXRT-SELL).                        DBNK206P
074500 PRICE-MARGINS.                                                   DBNK206P
074600     IF WS-MID-RATE IS NOT GREATER THAN ZERO                      DBNK206P
074700        MOVE 'No exchange rate on file for currency'              DBNK206P
074800          TO C206O-MSG                                            DBNK206P
074900        GO TO PRICE-CURRENCY-EXIT                                 DBNK206P
075000     END-IF.                                                      DBNK206P
075100     COMPUTE WS-NOTE-BUY-RATE ROUNDED =                           DBNK206P
075200         WS-MID-RATE * (1 - (BXN-REC-BUY-MARGIN / 100)).          DBNK206P
075300     COMPUTE WS-NOTE-SELL-RATE ROUNDED =                          DBNK206P
075400         WS-MID-RATE * (1 + (BXN-REC-SELL-MARGIN / 100))          DBNK206P
075500       ON SIZE ERROR                                              DBNK206P
075600         MOVE 'Sell rate is out of range' TO C206O-MSG            DBNK206P
075700         GO TO PRICE-CURRENCY-EXIT                                DBNK206P
075800     END-COMPUTE.                                                 DBNK206P
075900     COMPUTE WS-MID-AMOUNT ROUNDED =                              DBNK206P
076000         C206I-FCY-AMOUNT * WS-MID-RATE.                          DBNK206P
076100     MOVE WS-MID-RATE TO C206O-MID-RATE.                          DBNK206P
076200     MOVE WS-NOTE-BUY-RATE TO C206O-BUY-RATE.                     DBNK206P
076300     MOVE WS-NOTE-SELL-RATE TO C206O-SELL-RATE.                   DBNK206P
076400 PRICE-CURRENCY-EXIT.                                             DBNK206P
076500     EXIT.                                                        DBNK206P
076600                                                                  DBNK206P
076700***************************************************************** DBNK206P
076800* The newest BNKFXRT rate for WS-RATE-PAIR effective on or      * DBNK206P
076900* before the business date - position at the date and read      * DBNK206P
077000* backwards, from the end of the file when nothing lies past it * DBNK206P
077100***************************************************************** DBNK206P
077200 FIND-RATE.                                                       DBNK206P
077300     SET WS-RATE-MISSING TO TRUE.                                 DBNK206P
077400     MOVE ZERO TO WS-FXRT-BUY.                                    DBNK206P
077500     MOVE ZERO TO WS-FXRT-SELL.                                   DBNK206P
077600     MOVE WS-RATE-PAIR TO WS-BNKFXRT-RID-PAIR.                    DBNK206P
077700     MOVE WS-TODAY-DATE TO WS-BNKFXRT-RID-DATE.                   DBNK206P
077800     EXEC CICS STARTBR FILE('BNKFXRT')                            DBNK206P
077900                       RIDFLD(WS-BNKFXRT-RID)                     DBNK206P
078000                       GTEQ                                       DBNK206P
078100                       RESP(WS-RESP)                              DBNK206P
078200     END-EXEC.                                                    DBNK206P
078300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
078400        MOVE HIGH-VALUES TO WS-BNKFXRT-RID                        DBNK206P
078500        EXEC CICS STARTBR FILE('BNKFXRT')                         DBNK206P
078600                          RIDFLD(WS-BNKFXRT-RID)                  DBNK206P
078700                          GTEQ                                    DBNK206P
078800                          RESP(WS-RESP)                           DBNK206P
078900        END-EXEC                                                  DBNK206P
079000        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK206P
079100           GO TO FIND-RATE-EXIT                                   DBNK206P
079200        END-IF                                                    DBNK206P
079300     END-IF.                                                      DBNK206P
079400 FIND-RATE-LOOP.                                                  DBNK206P
079500     EXEC CICS READPREV FILE('BNKFXRT')                           DBNK206P
079600                        INTO(WS-BNKFXRT-REC)                      DBNK206P
079700                        LENGTH(LENGTH OF WS-BNKFXRT-REC)          DBNK206P
079800                        RIDFLD(WS-BNKFXRT-RID)                    DBNK206P
079900                        RESP(WS-RESP)                             DBNK206P
080000     END-EXEC.                                                    DBNK206P
080100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK206P
080200        BFX-REC-PAIR IS LESS THAN WS-RATE-PAIR                    DBNK206P
080300        EXEC CICS ENDBR FILE('BNKFXRT')                           DBNK206P
080400        END-EXEC                                                  DBNK206P
080500        GO TO FIND-RATE-EXIT                                      DBNK206P
080600     END-IF.                                                      DBNK206P
080700     IF BFX-REC-PAIR IS GREATER THAN WS-RATE-PAIR OR              DBNK206P
080800        BFX-REC-EFF-DATE IS GREATER THAN WS-TODAY-DATE            DBNK206P
080900        GO TO FIND-RATE-LOOP                                      DBNK206P
081000     END-IF.                                                      DBNK206P
081100     SET WS-RATE-FOUND TO TRUE.                                   DBNK206P
081200     MOVE BFX-REC-BUY-RATE TO WS-FXRT-BUY.                        DBNK206P
081300     MOVE BFX-REC-SELL-RATE TO WS-FXRT-SELL.                      DBNK206P
081400     EXEC CICS ENDBR FILE('BNKFXRT')                              DBNK206P
081500     END-EXEC.                                                    DBNK206P
081600 FIND-RATE-EXIT.                                                  DBNK206P
081700     EXIT.                                                        DBNK206P
081800                                                                  DBNK206P
081900***************************************************************** DBNK206P
082000* Today's holding of the currency, held for update. The first   * DBNK206P
082100* movement of the day opens it with what the teller last held - * DBNK206P
082200* the last count, or the expected holding of a day never        * DBNK206P
082300* counted                                                       * DBNK206P
082400***************************************************************** DBNK206P
082500 GET-HOLDING.                                                     DBNK206P
082600     MOVE C206I-USERID TO WS-BNKDRFX-RID-TELLER.                  DBNK206P
082700     MOVE C206I-CCY-CODE TO WS-BNKDRFX-RID-CCY.                   DBNK206P
082800     MOVE WS-TS-CURRENT-DATE TO WS-BNKDRFX-RID-DATE.              DBNK206P
082900     EXEC CICS READ FILE('BNKDRFX')                               DBNK206P
083000                    UPDATE                                        DBNK206P
083100                    INTO(WS-BNKDRFX-REC)                          DBNK206P
083200                    LENGTH(LENGTH OF WS-BNKDRFX-REC)              DBNK206P
083300                    RIDFLD(WS-BNKDRFX-RID)                        DBNK206P
083400                    KEYLENGTH(LENGTH OF WS-BNKDRFX-RID)           DBNK206P
083500                    TOKEN(WS-DRFX-TOKEN)                          DBNK206P
083600                    RESP(WS-RESP)                                 DBNK206P
083700     END-EXEC.                                                    DBNK206P
083800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK206P
083900        SET WS-HOLD-ON-FILE TO TRUE                               DBNK206P
084000        GO TO GET-HOLDING-EXIT                                    DBNK206P
084100     END-IF.                                                      DBNK206P
084200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBNK206P
084300        MOVE 'Unable to read the currency holding' TO C206O-MSG   DBNK206P
084400        GO TO GET-HOLDING-EXIT                                    DBNK206P
084500     END-IF.                                                      DBNK206P
084600     SET WS-HOLD-NEW TO TRUE.                                     DBNK206P
084700     MOVE ZERO TO WS-ON-HAND.                                     DBNK206P
084800     EXEC CICS STARTBR FILE('BNKDRFX')                            DBNK206P
084900                       RIDFLD(WS-BNKDRFX-RID)                     DBNK206P
085000                       KEYLENGTH(LENGTH OF WS-BNKDRFX-RID)        DBNK206P
085100                       GTEQ                                       DBNK206P
085200                       RESP(WS-RESP)                              DBNK206P
085300     END-EXEC.                                                    DBNK206P
085400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
085500        MOVE HIGH-VALUES TO WS-BNKDRFX-RID                        DBNK206P
085600        EXEC CICS STARTBR FILE('BNKDRFX')                         DBNK206P
085700                          RIDFLD(WS-BNKDRFX-RID)                  DBNK206P
085800                          KEYLENGTH(LENGTH OF WS-BNKDRFX-RID)     DBNK206P
085900                          GTEQ                                    DBNK206P
086000                          RESP(WS-RESP)                           DBNK206P
086100        END-EXEC                                                  DBNK206P
086200        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                DBNK206P
086300           GO TO NEW-HOLDING                                      DBNK206P
086400        END-IF                                                    DBNK206P
086500     END-IF.                                                      DBNK206P
086600 LAST-HOLDING-LOOP.                                               DBNK206P
086700     EXEC CICS READPREV FILE('BNKDRFX')                           DBNK206P
086800                        INTO(WS-BNKDRFX-REC)                      DBNK206P
086900                        LENGTH(LENGTH OF WS-BNKDRFX-REC)          DBNK206P
087000                        RIDFLD(WS-BNKDRFX-RID)                    DBNK206P
087100                        KEYLENGTH(LENGTH OF WS-BNKDRFX-RID)       DBNK206P
087200                        RESP(WS-RESP)                             DBNK206P
087300     END-EXEC.                                                    DBNK206P
087400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
087500        GO TO LAST-HOLDING-ENDED                                  DBNK206P
087600     END-IF.                                                      DBNK206P
087700     IF BDF-REC-TELLER IS GREATER THAN C206I-USERID OR            DBNK206P
087800        (BDF-REC-TELLER IS EQUAL TO C206I-USERID AND              DBNK206P
087900         BDF-REC-CCY-CODE IS GREATER THAN C206I-CCY-CODE)         DBNK206P
088000        GO TO LAST-HOLDING-LOOP                                   DBNK206P
088100     END-IF.                                                      DBNK206P
088200     IF BDF-REC-TELLER IS EQUAL TO C206I-USERID AND               DBNK206P
088300        BDF-REC-CCY-CODE IS EQUAL TO C206I-CCY-CODE               DBNK206P
088400        IF BDF-REC-IS-COUNTED                                     DBNK206P
088500           MOVE BDF-REC-CLOSE-COUNT TO WS-ON-HAND                 DBNK206P
088600        ELSE                                                      DBNK206P
088700           COMPUTE WS-ON-HAND =                                   DBNK206P
088800               BDF-REC-OPEN-COUNT + BDF-REC-VAULT-IN              DBNK206P
088900               - BDF-REC-VAULT-OUT + BDF-REC-BOUGHT               DBNK206P
089000               - BDF-REC-SOLD                                     DBNK206P
089100        END-IF                                                    DBNK206P
089200     END-IF.                                                      DBNK206P
089300 LAST-HOLDING-ENDED.                                              DBNK206P
089400     EXEC CICS ENDBR FILE('BNKDRFX')                              DBNK206P
089500     END-EXEC.                                                    DBNK206P
089600 NEW-HOLDING.                                                     DBNK206P
089700     MOVE SPACES TO WS-BNKDRFX-REC.                               DBNK206P
089800     MOVE C206I-USERID TO BDF-REC-TELLER.                         DBNK206P
089900     MOVE C206I-CCY-CODE TO BDF-REC-CCY-CODE.                     DBNK206P
090000     MOVE WS-TS-CURRENT-DATE TO BDF-REC-DATE.                     DBNK206P
090100     MOVE BDF-REC-KEY TO WS-BNKDRFX-RID.                          DBNK206P
090200     MOVE BDR-REC-BRANCH TO BDF-REC-BRANCH.                       DBNK206P
090300     MOVE BDR-REC-TERMINAL TO BDF-REC-TERMINAL.                   DBNK206P
090400     SET BDF-REC-IS-OPEN TO TRUE.                                 DBNK206P
090500     MOVE WS-ON-HAND TO BDF-REC-OPEN-COUNT.                       DBNK206P
090600     MOVE ZERO TO BDF-REC-VAULT-IN.                               DBNK206P
090700     MOVE ZERO TO BDF-REC-VAULT-OUT.                              DBNK206P
090800     MOVE ZERO TO BDF-REC-BOUGHT.                                 DBNK206P
090900     MOVE ZERO TO BDF-REC-SOLD.                                   DBNK206P
091000     MOVE ZERO TO BDF-REC-CLOSE-COUNT.                            DBNK206P
091100     MOVE ZERO TO BDF-REC-OVER-SHORT.                             DBNK206P
091200 GET-HOLDING-EXIT.                                                DBNK206P
091300     EXIT.                                                        DBNK206P
091400                                                                  DBNK206P
091500***************************************************************** DBNK206P
091600* A deal moves the domestic cash through the drawer's terminal  * DBNK206P
091700* on the foreign notes account - out when the bank buys, in     * DBNK206P
091800* when it sells - and is filed on the register by the same      * DBNK206P
091900* reference                                                     * DBNK206P
092000***************************************************************** DBNK206P
092100 BOOK-DEAL.                                                       DBNK206P
092200     IF WS-DOM-AMOUNT IS GREATER THAN 9999999.99                  DBNK206P
092300        MOVE 'Deal is too large for one entry' TO C206O-MSG       DBNK206P
092400        GO TO BOOK-DEAL-EXIT                                      DBNK206P
092500     END-IF.                                                      DBNK206P
092600     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK206P
092700     MOVE WS-FXNOT-PID TO BLG-REC-PID.                            DBNK206P
092800     MOVE '3' TO BLG-REC-TYPE.                                    DBNK206P
092900     MOVE WS-POST-SUB-TYPE TO BLG-REC-SUB-TYPE.                   DBNK206P
093000     MOVE 'FXN ' TO BLG-REC-CATEGORY.                             DBNK206P
093100     MOVE WS-FXNOT-ACCNO TO BLG-REC-ACCNO.                        DBNK206P
093200     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK206P
093300     MOVE WS-FXNOT-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                DBNK206P
093400     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK206P
093500     MOVE WS-DOM-AMOUNT TO BLG-REC-AMOUNT.                        DBNK206P
093600     MOVE SPACES TO TXN-DATA.                                     DBNK206P
093700     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK206P
093800     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK206P
093900     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK206P
094000     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK206P
094100     MOVE BDR-REC-TERMINAL TO BLG-REC-TERMINAL-ID.                DBNK206P
094200     MOVE C206I-CCY-CODE TO BLG-REC-FX-CCY.                       DBNK206P
094300     MOVE C206I-FCY-AMOUNT TO BLG-REC-FX-OTHER-AMT.               DBNK206P
094400     MOVE BXD-REC-DEAL-RATE TO BLG-REC-FX-RATE.                   DBNK206P
094500     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK206P
094600     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK206P
094700     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK206P
094800     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK206P
094900     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK206P
095000     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK206P
095100     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK206P
095200     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK206P
095300                           WS-TWOS-COMP-INPUT                     DBNK206P
095400                           WS-TWOS-COMP-OUTPUT.                   DBNK206P
095500     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK206P
095600     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK206P
095700     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK206P
095800                     FROM(WS-BNKLEDG-REC)                         DBNK206P
095900                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK206P
096000                     RIDFLD(WS-BNKLEDG-RID)                       DBNK206P
096100                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK206P
096200                     RESP(WS-RESP)                                DBNK206P
096300     END-EXEC.                                                    DBNK206P
096400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
096500        MOVE 'Unable to write ledger entry' TO C206O-MSG          DBNK206P
096600        GO TO BOOK-DEAL-EXIT                                      DBNK206P
096700     END-IF.                                                      DBNK206P
096800     MOVE WS-TIMESTAMP TO BXD-REC-TIMESTAMP.                      DBNK206P
096900     MOVE WS-TODAY-DATE TO BXD-REC-BUS-DATE.                      DBNK206P
097000     MOVE C206I-CCY-CODE TO BXD-REC-CCY-CODE.                     DBNK206P
097100     MOVE C206I-FCY-AMOUNT TO BXD-REC-FCY-AMOUNT.                 DBNK206P
097200     MOVE WS-MID-RATE TO BXD-REC-MID-RATE.                        DBNK206P
097300     MOVE WS-DOM-AMOUNT TO BXD-REC-DOM-AMOUNT.                    DBNK206P
097400     MOVE WS-MARGIN-INCOME TO BXD-REC-MARGIN-INCOME.              DBNK206P
097500     MOVE C206I-USERID TO BXD-REC-TELLER.                         DBNK206P
097600     MOVE BDR-REC-BRANCH TO BXD-REC-BRANCH.                       DBNK206P
097700     MOVE BDR-REC-TERMINAL TO BXD-REC-TERMINAL-ID.                DBNK206P
097800     MOVE TREF-REFNO TO BXD-REC-REFNO.                            DBNK206P
097900     MOVE BXD-REC-TIMESTAMP TO WS-BNKFXND-RID.                    DBNK206P
098000     EXEC CICS WRITE FILE('BNKFXND')                              DBNK206P
098100                     FROM(WS-BNKFXND-REC)                         DBNK206P
098200                     LENGTH(LENGTH OF WS-BNKFXND-REC)             DBNK206P
098300                     RIDFLD(WS-BNKFXND-RID)                       DBNK206P
098400                     KEYLENGTH(LENGTH OF WS-BNKFXND-RID)          DBNK206P
098500                     RESP(WS-RESP)                                DBNK206P
098600     END-EXEC.                                                    DBNK206P
098700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK206P
098800        MOVE 'Unable to record the deal' TO C206O-MSG             DBNK206P
098900        GO TO BOOK-DEAL-EXIT                                      DBNK206P
099000     END-IF.                                                      DBNK206P
099100     MOVE BXD-REC-REFNO TO C206O-REFNO.                           DBNK206P
099200     MOVE WS-DOM-AMOUNT TO C206O-DOM-AMOUNT.                      DBNK206P
099300     MOVE WS-MARGIN-INCOME TO C206O-MARGIN-INCOME.                DBNK206P
099400 BOOK-DEAL-EXIT.                                                  DBNK206P
099500     EXIT.                                                        DBNK206P
099600                                                                  DBNK206P
099700***************************************************************** DBNK206P
099800* The holding as it now stands                                  * DBNK206P
099900***************************************************************** DBNK206P
100000 RETURN-HOLDING.                                                  DBNK206P
100100     MOVE BDF-REC-STATUS TO C206O-HOLD-STATUS.                    DBNK206P
100200     MOVE BDF-REC-OPEN-COUNT TO C206O-OPEN-COUNT.                 DBNK206P
100300     MOVE BDF-REC-VAULT-IN TO C206O-VAULT-IN.                     DBNK206P
100400     MOVE BDF-REC-VAULT-OUT TO C206O-VAULT-OUT.                   DBNK206P
100500     MOVE BDF-REC-BOUGHT TO C206O-BOUGHT.                         DBNK206P
100600     MOVE BDF-REC-SOLD TO C206O-SOLD.                             DBNK206P
100700     MOVE WS-ON-HAND TO C206O-ON-HAND.                            DBNK206P
100800     MOVE BDF-REC-CLOSE-COUNT TO C206O-CLOSE-COUNT.               DBNK206P
100900     MOVE BDF-REC-OVER-SHORT TO C206O-OVER-SHORT.                 DBNK206P
101000 RETURN-HOLDING-EXIT.                                             DBNK206P
101100     EXIT.                                                        DBNK206P
101200                                                                  DBNK206P
101300 CLEAR-HOLDING.                                                   DBNK206P
101400     MOVE SPACES TO C206O-HOLD-STATUS.                            DBNK206P
101500     MOVE ZERO TO C206O-OPEN-COUNT.                               DBNK206P
101600     MOVE ZERO TO C206O-VAULT-IN.                                 DBNK206P
101700     MOVE ZERO TO C206O-VAULT-OUT.                                DBNK206P
101800     MOVE ZERO TO C206O-BOUGHT.                                   DBNK206P
101900     MOVE ZERO TO C206O-SOLD.                                     DBNK206P
102000     MOVE ZERO TO C206O-ON-HAND.                                  DBNK206P
102100     MOVE ZERO TO C206O-CLOSE-COUNT.                              DBNK206P
102200     MOVE ZERO TO C206O-OVER-SHORT.                               DBNK206P
102300 CLEAR-HOLDING-EXIT.                                              DBNK206P
102400     EXIT.                                                        DBNK206P
102500                                                                  DBNK206P
102600***************************************************************** DBNK206P
102700* Items are dated with the bank-wide business date when the     * DBNK206P
102800* region has one installed - the calendar date already stamped  * DBNK206P
102900* stands in when it has none                                    * DBNK206P
103000***************************************************************** DBNK206P
103100 STAMP-BUSINESS-DATE.                                             DBNK206P
103200     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK206P
103300     EXEC CICS READ FILE('BNKPARM')                               DBNK206P
103400                    INTO(WS-BNKPARM-REC)                          DBNK206P
103500                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK206P
103600                    RIDFLD(WS-BNKPARM-RID)                        DBNK206P
103700                    RESP(WS-RESP)                                 DBNK206P
103800     END-EXEC.                                                    DBNK206P
103900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK206P
104000        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK206P
104100        MOVE PRM-REC-TEXT (1:8) TO WS-TODAY-DATE                  DBNK206P
104200     END-IF.                                                      DBNK206P
104300 STAMP-BUSINESS-DATE-EXIT.                                        DBNK206P
104400     EXIT.                                                        DBNK206P
