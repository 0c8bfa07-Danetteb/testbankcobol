000100***************************************************************** BCASH90P
000200*                                                               * BCASH90P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * BCASH90P
000400*   This demonstration program is provided for use by users     * BCASH90P
000500*   of Micro Focus products and may be used, modified and       * BCASH90P
000600*   distributed as part of your application provided that       * BCASH90P
000700*   you properly acknowledge the copyright of Micro Focus       * BCASH90P
000800*   in this material.                                           * BCASH90P
000900*                                                               * BCASH90P
001000***************************************************************** BCASH90P
001100                                                                  BCASH90P
001200                                                                  BCASH90P
001300***************************************************************** BCASH90P
001400* Program:     BCASH90P.CBL                                     * BCASH90P
001500* Layer:       Business logic                                   * BCASH90P
001600* Function:    ATM cardless withdrawal. The customer keys the   * BCASH90P
001700*              one-time code staged through WEBSCLWD and their  * BCASH90P
001800*              PIN in place of a card. The LOOKUP step resolves * BCASH90P
001900*              the code through DCASH11P to the customer,       * BCASH90P
002000*              account and amount it was staged for, so the PIN * BCASH90P
002100*              can be checked (BCASH10P). The DRAW step then    * BCASH90P
002200*              claims the code, drives the ordinary DCASH06P    * BCASH90P
002300*              dispense and settles or releases the claim. An   * BCASH90P
002400*              expired, spent or cancelled code is refused,     * BCASH90P
002500*              journalled on BNKSECJ as CLWDFAIL and counted as * BCASH90P
002600*              a failed PIN attempt against its customer, so it * BCASH90P
002700*              feeds the same lockout (DCASH04P). A wrong PIN   * BCASH90P
002800*              is counted against the code as well, and the     * BCASH90P
002900*              third voids it. A drawn code is journalled as    * BCASH90P
003000*              CLWDUSED.                                        * BCASH90P
003100***************************************************************** BCASH90P
003200                                                                  BCASH90P
003300 IDENTIFICATION DIVISION.                                         BCASH90P
003400 PROGRAM-ID.                                                      BCASH90P
003500     BCASH90P.                                                    BCASH90P
003600 DATE-WRITTEN.                                                    BCASH90P
003700     October 2008.                                                BCASH90P
003800 DATE-COMPILED.                                                   BCASH90P
003900     Today.                                                       BCASH90P
004000                                                                  BCASH90P
004100 ENVIRONMENT DIVISION.                                            BCASH90P
004200                                                                  BCASH90P
004300 DATA DIVISION.                                                   BCASH90P
004400 WORKING-STORAGE SECTION.                                         BCASH90P
004500 01  WS-MISC-STORAGE.                                             BCASH90P
004600   05  WS-PROGRAM-ID                         PIC X(8)             BCASH90P
004700       VALUE 'BCASH90P'.                                          BCASH90P
004800   05  WS-COMMAREA-LENGTH                    PIC 9(5).            BCASH90P
004900   05  WS-EVENT-TYPE                         PIC X(8).            BCASH90P
005000   05  WS-EVENT-TEXT                         PIC X(40).           BCASH90P
005100                                                                  BCASH90P
005200 01  WS-CASH-DATA.                                                BCASH90P
005300 COPY CCASHDAT.                                                   BCASH90P
005400                                                                  BCASH90P
005500 01  WS-CODE-DATA.                                                BCASH90P
005600 COPY CCASHD11.                                                   BCASH90P
005700                                                                  BCASH90P
005800 01  WS-POST-DATA.                                                BCASH90P
005900 COPY CCASHD06.                                                   BCASH90P
006000                                                                  BCASH90P
006100 01  WS-LOCK-DATA.                                                BCASH90P
006200 COPY CCASHD04.                                                   BCASH90P
006300                                                                  BCASH90P
006400 01  WS-SECEVENT-DATA.                                            BCASH90P
006500 COPY CBANKD37.                                                   BCASH90P
006600                                                                  BCASH90P
006700 COPY CABENDD.                                                    BCASH90P
006800                                                                  BCASH90P
006900 LINKAGE SECTION.                                                 BCASH90P
007000 01  DFHCOMMAREA.                                                 BCASH90P
007100   05  LK-COMMAREA                           PIC X(6144).         BCASH90P
007200                                                                  BCASH90P
007300 COPY CENTRY.                                                     BCASH90P
007400***************************************************************** BCASH90P
007500* Move the passed area to our area                              * BCASH90P
007600***************************************************************** BCASH90P
007700     MOVE DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA) TO WS-CASH-DATA. BCASH90P
007800                                                                  BCASH90P
007900***************************************************************** BCASH90P
008000* Ensure error message is cleared                               * BCASH90P
008100***************************************************************** BCASH90P
008200     MOVE SPACES TO CASH-ERROR-MSG.                               BCASH90P
008300     SET CASH-TXN-WITHDRAWAL TO TRUE.                             BCASH90P
008400     SET CASH-TXN-STATUS-UNKNOWN TO TRUE.                         BCASH90P
008500                                                                  BCASH90P
008600     IF CASH-CLWD-STEP-LOOKUP                                     BCASH90P
008700        GO TO LOOKUP-CODE                                         BCASH90P
008800     END-IF.                                                      BCASH90P
008900     IF CASH-CLWD-STEP-DRAW                                       BCASH90P
009000        GO TO DRAW-CASH                                           BCASH90P
009100     END-IF.                                                      BCASH90P
009200     SET CASH-TXN-STATUS-FAILED TO TRUE.                          BCASH90P
009300     MOVE 'Invalid cardless withdrawal step' TO CASH-ERROR-MSG.   BCASH90P
009400     GO TO COMMON-RETURN.                                         BCASH90P
009500                                                                  BCASH90P
009600***************************************************************** BCASH90P
009700* Resolve the code to the customer, account and amount it was   * BCASH90P
009800* staged for. The customer becomes the signon for the PIN check * BCASH90P
009900***************************************************************** BCASH90P
010000 LOOKUP-CODE.                                                     BCASH90P
010100     MOVE SPACES TO CD11-DATA.                                    BCASH90P
010200     SET CD11I-FUNC-INQUIRE TO TRUE.                              BCASH90P
010300     MOVE CASH-CLWD-CODE TO CD11I-CODE.                           BCASH90P
010400     MOVE CASH-TXN-TERM-ID TO CD11I-TERM-ID.                      BCASH90P
010500* Now go check the code                                           BCASH90P
010600 COPY CCASHX11.                                                   BCASH90P
010700     IF NOT CD11O-STATUS-OK                                       BCASH90P
010800        PERFORM CODE-REFUSED THRU                                 BCASH90P
010900                CODE-REFUSED-EXIT                                 BCASH90P
011000        GO TO COMMON-RETURN                                       BCASH90P
011100     END-IF.                                                      BCASH90P
011200     MOVE CD11O-PID TO CASH-SIGNON-ID.                            BCASH90P
011300     MOVE CD11O-PID TO CASH-USERID.                               BCASH90P
011400     MOVE CD11O-ACCNO TO CASH-TXN-ACCNO.                          BCASH90P
011500     MOVE CD11O-AMOUNT TO CASH-TXN-AMOUNT.                        BCASH90P
011600     MOVE SPACES TO CASH-CARD-NO.                                 BCASH90P
011700     SET CASH-TXN-STATUS-OK TO TRUE.                              BCASH90P
011800     GO TO COMMON-RETURN.                                         BCASH90P
011900                                                                  BCASH90P
012000***************************************************************** BCASH90P
012100* The PIN has been through BCASH10P. A wrong PIN counts against * BCASH90P
012200* the code too; a good one lets the code be claimed and the     * BCASH90P
012300* cash drawn exactly as a card withdrawal would be              * BCASH90P
012400***************************************************************** BCASH90P
012500 DRAW-CASH.                                                       BCASH90P
012600     IF NOT CASH-PIN-STATUS-OK                                    BCASH90P
012700        PERFORM COUNT-PIN-FAIL THRU                               BCASH90P
012800                COUNT-PIN-FAIL-EXIT                               BCASH90P
012900        SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE                   BCASH90P
013000        GO TO COMMON-RETURN                                       BCASH90P
013100     END-IF.                                                      BCASH90P
013200     MOVE SPACES TO CD11-DATA.                                    BCASH90P
013300     SET CD11I-FUNC-CLAIM TO TRUE.                                BCASH90P
013400     MOVE CASH-CLWD-CODE TO CD11I-CODE.                           BCASH90P
013500     MOVE CASH-TXN-TERM-ID TO CD11I-TERM-ID.                      BCASH90P
013600* Now go claim the code                                           BCASH90P
013700 COPY CCASHX11.                                                   BCASH90P
013800     IF NOT CD11O-STATUS-OK                                       BCASH90P
013900        PERFORM CODE-REFUSED THRU                                 BCASH90P
014000                CODE-REFUSED-EXIT                                 BCASH90P
014100        GO TO COMMON-RETURN                                       BCASH90P
014200     END-IF.                                                      BCASH90P
014300*    the code's own record, not what the machine sent, says       BCASH90P
014400*    whose cash it is and how much                                BCASH90P
014500     MOVE CD11O-PID TO CASH-USERID.                               BCASH90P
014600     MOVE CD11O-ACCNO TO CASH-TXN-ACCNO.                          BCASH90P
014700     MOVE CD11O-AMOUNT TO CASH-TXN-AMOUNT.                        BCASH90P
014800                                                                  BCASH90P
014900     MOVE SPACES TO CD06-DATA.                                    BCASH90P
015000     MOVE CASH-USERID TO CD06I-CONTACT-ID.                        BCASH90P
015100     MOVE CASH-TXN-ACCNO TO CD06I-ACCNO.                          BCASH90P
015200     MOVE CASH-TXN-AMOUNT TO CD06I-AMOUNT.                        BCASH90P
015300     MOVE CASH-TXN-TERM-ID TO CD06I-TERM-ID.                      BCASH90P
015400     MOVE SPACES TO CD06I-CARD-NO.                                BCASH90P
015500     SET CD06I-WITHDRAWAL TO TRUE.                                BCASH90P
015600* Now go and post the withdrawal                                  BCASH90P
015700 COPY CCASHX06.                                                   BCASH90P
015800     MOVE ZERO TO CASH-TXN-NEW-BAL.                               BCASH90P
015900     EVALUATE TRUE                                                BCASH90P
016000       WHEN CD06O-STATUS-OK                                       BCASH90P
016100         SET CASH-TXN-STATUS-OK TO TRUE                           BCASH90P
016200         MOVE CD06O-NEW-BAL TO CASH-TXN-NEW-BAL                   BCASH90P
016300         MOVE CD06O-REFNO TO CASH-TXN-REFNO                       BCASH90P
016400         MOVE SPACES TO CASH-ERROR-MSG                            BCASH90P
016500       WHEN CD06O-STATUS-NO-ACCT                                  BCASH90P
016600         SET CASH-TXN-STATUS-NO-ACCT TO TRUE                      BCASH90P
016700         MOVE CD06O-MSG TO CASH-ERROR-MSG                         BCASH90P
016800       WHEN CD06O-STATUS-NOT-OWNER                                BCASH90P
016900         SET CASH-TXN-STATUS-NOT-OWNER TO TRUE                    BCASH90P
017000         MOVE CD06O-MSG TO CASH-ERROR-MSG                         BCASH90P
017100       WHEN CD06O-STATUS-NO-FUNDS                                 BCASH90P
017200         SET CASH-TXN-STATUS-NO-FUNDS TO TRUE                     BCASH90P
017300         MOVE CD06O-MSG TO CASH-ERROR-MSG                         BCASH90P
017400       WHEN CD06O-STATUS-OVER-LIMIT                               BCASH90P
017500         SET CASH-TXN-STATUS-OVER-LIMIT TO TRUE                   BCASH90P
017600         MOVE CD06O-MSG TO CASH-ERROR-MSG                         BCASH90P
017700       WHEN CD06O-STATUS-NOT-ALLOWED                              BCASH90P
017800         SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE                  BCASH90P
017900         MOVE CD06O-MSG TO CASH-ERROR-MSG                         BCASH90P
018000       WHEN OTHER                                                 BCASH90P
018100         SET CASH-TXN-STATUS-FAILED TO TRUE                       BCASH90P
018200         MOVE 'Unable to post withdrawal' TO CASH-ERROR-MSG       BCASH90P
018300     END-EVALUATE.                                                BCASH90P
018400                                                                  BCASH90P
018500*    a refused dispense hands the code back for another try       BCASH90P
018600*    before it expires; a good one settles it for good            BCASH90P
018700     MOVE SPACES TO CD11-DATA.                                    BCASH90P
018800     MOVE CASH-CLWD-CODE TO CD11I-CODE.                           BCASH90P
018900     MOVE CASH-TXN-TERM-ID TO CD11I-TERM-ID.                      BCASH90P
019000     IF CASH-TXN-STATUS-OK                                        BCASH90P
019100        SET CD11I-FUNC-DONE TO TRUE                               BCASH90P
019200        MOVE CASH-TXN-REFNO TO CD11I-REFNO                        BCASH90P
019300     ELSE                                                         BCASH90P
019400        SET CD11I-FUNC-RELEASE TO TRUE                            BCASH90P
019500     END-IF.                                                      BCASH90P
019600 COPY CCASHX11.                                                   BCASH90P
019700     IF CASH-TXN-STATUS-OK                                        BCASH90P
019800        MOVE 'CLWDUSED' TO WS-EVENT-TYPE                          BCASH90P
019900        MOVE SPACES TO WS-EVENT-TEXT                              BCASH90P
020000        STRING 'Code ending '         DELIMITED BY SIZE           BCASH90P
020100               CASH-CLWD-CODE (5:4)   DELIMITED BY SIZE           BCASH90P
020200               ' drawn ref '          DELIMITED BY SIZE           BCASH90P
020300               CASH-TXN-REFNO         DELIMITED BY SIZE           BCASH90P
020400          INTO WS-EVENT-TEXT                                      BCASH90P
020500        PERFORM JOURNAL-EVENT THRU                                BCASH90P
020600                JOURNAL-EVENT-EXIT                                BCASH90P
020700     END-IF.                                                      BCASH90P
020800                                                                  BCASH90P
020900 COMMON-RETURN.                                                   BCASH90P
021000     MOVE WS-CASH-DATA TO DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA). BCASH90P
021100 COPY CRETURN.                                                    BCASH90P
021200                                                                  BCASH90P
021300***************************************************************** BCASH90P
021400* A code that cannot be used - unknown, expired, already drawn, * BCASH90P
021500* cancelled or voided - is refused and journalled. Where the    * BCASH90P
021600* code names a customer the attempt counts as a failed PIN, so  * BCASH90P
021700* someone working through codes meets the same lockout as       * BCASH90P
021800* someone guessing PINs.                                        * BCASH90P
021900***************************************************************** BCASH90P
022000 CODE-REFUSED.                                                    BCASH90P
022100     SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE.                     BCASH90P
022200     IF CD11O-STATUS-FAIL                                         BCASH90P
022300        SET CASH-TXN-STATUS-FAILED TO TRUE                        BCASH90P
022400     END-IF.                                                      BCASH90P
022500     MOVE CD11O-MSG TO CASH-ERROR-MSG.                            BCASH90P
022600     MOVE SPACES TO CASH-USERID.                                  BCASH90P
022700     MOVE SPACES TO WS-EVENT-TEXT.                                BCASH90P
022800     STRING 'Code ending '           DELIMITED BY SIZE            BCASH90P
022900            CASH-CLWD-CODE (5:4)     DELIMITED BY SIZE            BCASH90P
023000            ' '                      DELIMITED BY SIZE            BCASH90P
023100            CD11O-MSG                DELIMITED BY '  '            BCASH90P
023200       INTO WS-EVENT-TEXT.                                        BCASH90P
023300     IF NOT CD11O-STATUS-FAIL                                     BCASH90P
023400        MOVE CD11O-PID TO CASH-USERID                             BCASH90P
023500     END-IF.                                                      BCASH90P
023600     MOVE 'CLWDFAIL' TO WS-EVENT-TYPE.                            BCASH90P
023700     PERFORM JOURNAL-EVENT THRU                                   BCASH90P
023800             JOURNAL-EVENT-EXIT.                                  BCASH90P
023900*    an unknown code belongs to nobody, so there is no one to     BCASH90P
024000*    hold it against                                              BCASH90P
024100     IF CASH-USERID IS EQUAL TO SPACES                            BCASH90P
024200        GO TO CODE-REFUSED-EXIT                                   BCASH90P
024300     END-IF.                                                      BCASH90P
024400     MOVE SPACES TO CD04-DATA.                                    BCASH90P
024500     MOVE CASH-USERID TO CD04I-CONTACT-ID.                        BCASH90P
024600     SET CD04I-RESULT-FAIL TO TRUE.                               BCASH90P
024700* Now go record the failure and apply any lockout                 BCASH90P
024800 COPY CCASHX04.                                                   BCASH90P
024900     IF CD04O-LOCKED-YES                                          BCASH90P
025000        SET CASH-PIN-STATUS-LOCKED TO TRUE                        BCASH90P
025100     END-IF.                                                      BCASH90P
025200 CODE-REFUSED-EXIT.                                               BCASH90P
025300     EXIT.                                                        BCASH90P
025400                                                                  BCASH90P
025500***************************************************************** BCASH90P
025600* A wrong PIN (already counted and journalled by BCASH10P) is   * BCASH90P
025700* also held against the code; the third voids it for good       * BCASH90P
025800***************************************************************** BCASH90P
025900 COUNT-PIN-FAIL.                                                  BCASH90P
026000     MOVE SPACES TO CD11-DATA.                                    BCASH90P
026100     SET CD11I-FUNC-PIN-FAIL TO TRUE.                             BCASH90P
026200     MOVE CASH-CLWD-CODE TO CD11I-CODE.                           BCASH90P
026300     MOVE CASH-TXN-TERM-ID TO CD11I-TERM-ID.                      BCASH90P
026400* Now go count the failure against the code                       BCASH90P
026500 COPY CCASHX11.                                                   BCASH90P
026600     IF CD11O-STATUS-VOID                                         BCASH90P
026700        MOVE SPACES TO WS-EVENT-TEXT                              BCASH90P
026800        STRING 'Code ending '        DELIMITED BY SIZE            BCASH90P
026900               CASH-CLWD-CODE (5:4)  DELIMITED BY SIZE            BCASH90P
027000               ' '                   DELIMITED BY SIZE            BCASH90P
027100               CD11O-MSG             DELIMITED BY '  '            BCASH90P
027200          INTO WS-EVENT-TEXT                                      BCASH90P
027300        MOVE 'CLWDFAIL' TO WS-EVENT-TYPE                          BCASH90P
027400        PERFORM JOURNAL-EVENT THRU                                BCASH90P
027500                JOURNAL-EVENT-EXIT                                BCASH90P
027600     END-IF.                                                      BCASH90P
027700 COUNT-PIN-FAIL-EXIT.                                             BCASH90P
027800     EXIT.                                                        BCASH90P
027900                                                                  BCASH90P
028000***************************************************************** BCASH90P
028100* Journal a cardless event on BNKSECJ (DBANK37P) - the code     * BCASH90P
028200* appears in the detail by its last four digits only            * BCASH90P
028300***************************************************************** BCASH90P
028400 JOURNAL-EVENT.                                                   BCASH90P
028500     MOVE SPACES TO CD37-DATA.                                    BCASH90P
028600     MOVE WS-EVENT-TYPE TO CD37I-EVENT-TYPE.                      BCASH90P
028700     MOVE CASH-USERID TO CD37I-USERID.                            BCASH90P
028800     MOVE 'C' TO CD37I-CHANNEL.                                   BCASH90P
028900     MOVE CASH-TXN-TERM-ID TO CD37I-TERMINAL-ID.                  BCASH90P
029000     MOVE WS-EVENT-TEXT TO CD37I-DETAIL.                          BCASH90P
029100     COPY CBANKX37.                                               BCASH90P
029200 JOURNAL-EVENT-EXIT.                                              BCASH90P
029300     EXIT.                                                        BCASH90P
