000100***************************************************************** BVOIC65P
000200*                                                               * BVOIC65P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * BVOIC65P
000400*   This demonstration program is provided for use by users     * BVOIC65P
000500*   of Micro Focus products and may be used, modified and       * BVOIC65P
000600*   distributed as part of your application provided that       * BVOIC65P
000700*   you properly acknowledge the copyright of Micro Focus       * BVOIC65P
000800*   in this material.                                           * BVOIC65P
000900*                                                               * BVOIC65P
001000***************************************************************** BVOIC65P
001100                                                                  BVOIC65P
001200**************************************************************    BVOIC65P
001300* Program:     BVOIC65P.CBL (CICS Version)                        BVOIC65P
001400* Layer:       Business logic                                     BVOIC65P
001500* Function:    Lost or stolen card report for the phone-banking   BVOIC65P
001600*              channel. The caller's cards still in use are       BVOIC65P
001700*              listed through DCASH09P by their last four         BVOIC65P
001800*              digits (UCRDMASK) - a selection of 0 asks for the  BVOIC65P
001900*              list alone. The card chosen by its place in the    BVOIC65P
002000*              list is hot-listed at once and the stop is         BVOIC65P
002100*              committed before anything else is tried, so it     BVOIC65P
002200*              holds whatever happens next. The stop is           BVOIC65P
002300*              journalled on BNKSECJ (DBANK37P), a replacement    BVOIC65P
002400*              is ordered through the DCASH09P replace, which     BVOIC65P
002500*              numbers the new card, and the customer is sent a   BVOIC65P
002600*              confirming letter through the BNKLTRQ queue        BVOIC65P
002700*              (DBNK208P), which the letter run logs on BNKCORR.  BVOIC65P
002800*              Where no replacement can be issued the card stays  BVOIC65P
002900*              stopped and the letter asks the customer to call   BVOIC65P
003000*              at their branch.                                   BVOIC65P
003100**************************************************************    BVOIC65P
003200                                                                  BVOIC65P
003300 IDENTIFICATION DIVISION.                                         BVOIC65P
003400 PROGRAM-ID.                                                      BVOIC65P
003500     BVOIC65P.                                                    BVOIC65P
003600 DATE-WRITTEN.                                                    BVOIC65P
003700     October 2008.                                                BVOIC65P
003800 DATE-COMPILED.                                                   BVOIC65P
003900     Today.                                                       BVOIC65P
004000                                                                  BVOIC65P
004100 ENVIRONMENT DIVISION.                                            BVOIC65P
004200                                                                  BVOIC65P
004300 DATA DIVISION.                                                   BVOIC65P
004400 WORKING-STORAGE SECTION.                                         BVOIC65P
004500 01  WS-MISC-STORAGE.                                             BVOIC65P
004600   05  WS-PROGRAM-ID                         PIC X(8)             BVOIC65P
004700       VALUE 'BVOIC65P'.                                          BVOIC65P
004800   05  WS-SUB1                               PIC S9(4) COMP.      BVOIC65P
004900   05  WS-SEL                                PIC S9(4) COMP.      BVOIC65P
005000   05  WS-OLD-CARD-NO                        PIC X(16).           BVOIC65P
005100   05  WS-OLD-MASKED                         PIC X(16).           BVOIC65P
005200   05  WS-NEW-MASKED                         PIC X(16).           BVOIC65P
005300   05  WS-REPLACED                           PIC X(1).            BVOIC65P
005400     88  WS-REPLACED-YES                     VALUE 'Y'.           BVOIC65P
005500     88  WS-REPLACED-NO                      VALUE 'N'.           BVOIC65P
005600                                                                  BVOIC65P
005700 01  WS-CARD-TABLE.                                               BVOIC65P
005800   05  WS-CT-CARD-NO OCCURS 5 TIMES          PIC X(16).           BVOIC65P
005900                                                                  BVOIC65P
006000 01  WS-CASH-DATA-AREAS.                                          BVOIC65P
006100   05  WS-CASH-DATA.                                              BVOIC65P
006200 COPY CCASHDAT.                                                   BVOIC65P
006300   05  WS-VOICE-XFER-DATA.                                        BVOIC65P
006400 COPY CVOICDAT.                                                   BVOIC65P
006500                                                                  BVOIC65P
006600 01  WS-CARD-DATA.                                                BVOIC65P
006700 COPY CCASHD09.                                                   BVOIC65P
006800                                                                  BVOIC65P
006900 01  WS-SECEVENT-DATA.                                            BVOIC65P
007000 COPY CBANKD37.                                                   BVOIC65P
007100                                                                  BVOIC65P
007200 01  WS-LETTER-DATA.                                              BVOIC65P
007300 COPY CBNKD208.                                                   BVOIC65P
007400                                                                  BVOIC65P
007500 01  WS-MASK-DATA.                                                BVOIC65P
007600 COPY CMASKD.                                                     BVOIC65P
007700                                                                  BVOIC65P
007800 COPY CABENDD.                                                    BVOIC65P
007900                                                                  BVOIC65P
008000 LINKAGE SECTION.                                                 BVOIC65P
008100 01  DFHCOMMAREA.                                                 BVOIC65P
008200   05  FILLER                                PIC X(1024).         BVOIC65P
008300                                                                  BVOIC65P
008400 PROCEDURE DIVISION.                                              BVOIC65P
008500**************************************************************    BVOIC65P
008600* Write entry to log to show we have been invoked                 BVOIC65P
008700**************************************************************    BVOIC65P
008800*    COPY CTRACE.                                                 BVOIC65P
008900                                                                  BVOIC65P
009000**************************************************************    BVOIC65P
009100* Make ourselves re-entrant                                       BVOIC65P
009200**************************************************************    BVOIC65P
009300 COPY CENTRY.                                                     BVOIC65P
009400                                                                  BVOIC65P
009500**************************************************************    BVOIC65P
009600* Move the passed area to our area                                BVOIC65P
009700**************************************************************    BVOIC65P
009800     MOVE DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA-AREAS)            BVOIC65P
009900       TO WS-CASH-DATA-AREAS.                                     BVOIC65P
010000                                                                  BVOIC65P
010100**************************************************************    BVOIC65P
010200* Ensure error message is cleared                                 BVOIC65P
010300**************************************************************    BVOIC65P
010400     MOVE SPACES TO CASH-ERROR-MSG.                               BVOIC65P
010500     SET CASH-TXN-STATUS-UNKNOWN TO TRUE.                         BVOIC65P
010600     MOVE 0 TO VOIC-CARD-COUNT.                                   BVOIC65P
010700     MOVE SPACES TO VOIC-STOPPED-LAST4.                           BVOIC65P
010800     MOVE SPACES TO VOIC-NEW-LAST4.                               BVOIC65P
010900     SET WS-REPLACED-NO TO TRUE.                                  BVOIC65P
011000                                                                  BVOIC65P
011100**************************************************************    BVOIC65P
011200* List the caller's cards. Only a card that can still be used     BVOIC65P
011300* (active or blocked, and not past its expiry) is offered.        BVOIC65P
011400**************************************************************    BVOIC65P
011500 GET-CARDS.                                                       BVOIC65P
011600     MOVE SPACES TO CD09-DATA.                                    BVOIC65P
011700     SET CD09I-FUNC-LIST TO TRUE.                                 BVOIC65P
011800     MOVE CASH-USERID TO CD09I-PID.                               BVOIC65P
011900* Now go get the data                                             BVOIC65P
012000 COPY CCASHX09.                                                   BVOIC65P
012100     IF NOT CD09O-STATUS-OK AND                                   BVOIC65P
012200        NOT CD09O-STATUS-NOT-FOUND                                BVOIC65P
012300        SET CASH-TXN-STATUS-FAILED TO TRUE                        BVOIC65P
012400        MOVE CD09O-MSG TO CASH-ERROR-MSG                          BVOIC65P
012500        GO TO COMMON-RETURN                                       BVOIC65P
012600     END-IF.                                                      BVOIC65P
012700     IF CD09O-STATUS-OK                                           BVOIC65P
012800        PERFORM KEEP-ONE-CARD THRU                                BVOIC65P
012900                KEEP-ONE-CARD-EXIT                                BVOIC65P
013000          VARYING WS-SUB1 FROM 1 BY 1                             BVOIC65P
013100            UNTIL WS-SUB1 IS GREATER THAN CD09O-COUNT             BVOIC65P
013200     END-IF.                                                      BVOIC65P
013300     IF VOIC-CARD-COUNT IS EQUAL TO 0                             BVOIC65P
013400        SET CASH-TXN-STATUS-NO-ACCT TO TRUE                       BVOIC65P
013500        MOVE 'No card in use to report' TO CASH-ERROR-MSG         BVOIC65P
013600        GO TO COMMON-RETURN                                       BVOIC65P
013700     END-IF.                                                      BVOIC65P
013800     IF VOIC-CARD-SEL IS NOT NUMERIC OR                           BVOIC65P
013900        VOIC-CARD-SEL IS EQUAL TO 0                               BVOIC65P
014000        SET CASH-TXN-STATUS-OK TO TRUE                            BVOIC65P
014100        GO TO COMMON-RETURN                                       BVOIC65P
014200     END-IF.                                                      BVOIC65P
014300     IF VOIC-CARD-SEL IS GREATER THAN VOIC-CARD-COUNT             BVOIC65P
014400        SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE                   BVOIC65P
014500        MOVE 'No such card in the list' TO CASH-ERROR-MSG         BVOIC65P
014600        GO TO COMMON-RETURN                                       BVOIC65P
014700     END-IF.                                                      BVOIC65P
014800     MOVE VOIC-CARD-SEL TO WS-SEL.                                BVOIC65P
014900     MOVE WS-CT-CARD-NO (WS-SEL) TO WS-OLD-CARD-NO.               BVOIC65P
015000     MOVE SPACES TO MASK-INPUT.                                   BVOIC65P
015100     MOVE WS-OLD-CARD-NO TO MASK-INPUT.                           BVOIC65P
015200     CALL 'UCRDMASK' USING WS-MASK-DATA.                          BVOIC65P
015300     MOVE MASK-OUTPUT (1:16) TO WS-OLD-MASKED.                    BVOIC65P
015400                                                                  BVOIC65P
015500**************************************************************    BVOIC65P
015600* Stop the card and commit the stop straight away                 BVOIC65P
015700**************************************************************    BVOIC65P
015800 HOT-LIST-CARD.                                                   BVOIC65P
015900     MOVE SPACES TO CD09-DATA.                                    BVOIC65P
016000     SET CD09I-FUNC-SET-STATUS TO TRUE.                           BVOIC65P
016100     MOVE WS-OLD-CARD-NO TO CD09I-CARD-NO.                        BVOIC65P
016200     MOVE 'H' TO CD09I-NEW-STATUS.                                BVOIC65P
016300* Now go update the data                                          BVOIC65P
016400 COPY CCASHX09.                                                   BVOIC65P
016500     IF NOT CD09O-STATUS-OK                                       BVOIC65P
016600        SET CASH-TXN-STATUS-FAILED TO TRUE                        BVOIC65P
016700        MOVE CD09O-MSG TO CASH-ERROR-MSG                          BVOIC65P
016800        GO TO COMMON-RETURN                                       BVOIC65P
016900     END-IF.                                                      BVOIC65P
017000     EXEC CICS SYNCPOINT                                          BVOIC65P
017100     END-EXEC.                                                    BVOIC65P
017200     MOVE VOIC-CARD-LAST4 (WS-SEL) TO VOIC-STOPPED-LAST4.         BVOIC65P
017300                                                                  BVOIC65P
017400     MOVE SPACES TO CD37-DATA.                                    BVOIC65P
017500     MOVE 'CARDLOST' TO CD37I-EVENT-TYPE.                         BVOIC65P
017600     MOVE CASH-USERID TO CD37I-USERID.                            BVOIC65P
017700     MOVE 'C' TO CD37I-CHANNEL.                                   BVOIC65P
017800     MOVE CASH-TXN-TERM-ID TO CD37I-TERMINAL-ID.                  BVOIC65P
017900     STRING 'Hot-listed by phone ' DELIMITED BY SIZE              BVOIC65P
018000            WS-OLD-MASKED          DELIMITED BY SIZE              BVOIC65P
018100       INTO CD37I-DETAIL.                                         BVOIC65P
018200     COPY CBANKX37.                                               BVOIC65P
018300                                                                  BVOIC65P
018400**************************************************************    BVOIC65P
018500* Order the replacement. DCASH09P numbers the new card and        BVOIC65P
018600* refuses a minor; a failure leaves the old card stopped.         BVOIC65P
018700**************************************************************    BVOIC65P
018800 REPLACE-CARD.                                                    BVOIC65P
018900     MOVE SPACES TO CD09-DATA.                                    BVOIC65P
019000     SET CD09I-FUNC-REPLACE TO TRUE.                              BVOIC65P
019100     MOVE WS-OLD-CARD-NO TO CD09I-CARD-NO.                        BVOIC65P
019200     MOVE SPACES TO CD09I-NEW-CARD-NO.                            BVOIC65P
019300* Now go update the data                                          BVOIC65P
019400 COPY CCASHX09.                                                   BVOIC65P
019500     IF CD09O-STATUS-OK                                           BVOIC65P
019600        SET WS-REPLACED-YES TO TRUE                               BVOIC65P
019700        MOVE SPACES TO MASK-INPUT                                 BVOIC65P
019800        MOVE CD09I-NEW-CARD-NO TO MASK-INPUT                      BVOIC65P
019900        CALL 'UCRDMASK' USING WS-MASK-DATA                        BVOIC65P
020000        MOVE MASK-OUTPUT (1:16) TO WS-NEW-MASKED                  BVOIC65P
020100        MOVE MASK-OUTPUT (13:4) TO VOIC-NEW-LAST4                 BVOIC65P
020200     ELSE                                                         BVOIC65P
020300        MOVE 'Card stopped - replace it at your branch'           BVOIC65P
020400          TO CASH-ERROR-MSG                                       BVOIC65P
020500     END-IF.                                                      BVOIC65P
020600                                                                  BVOIC65P
020700**************************************************************    BVOIC65P
020800* Confirm to the customer in writing                              BVOIC65P
020900**************************************************************    BVOIC65P
021000 QUEUE-LETTER.                                                    BVOIC65P
021100     MOVE SPACES TO C208-DATA.                                    BVOIC65P
021200     MOVE CASH-USERID TO C208I-PID.                               BVOIC65P
021300     MOVE 'CARDLOST' TO C208I-DOC-TYPE.                           BVOIC65P
021400     MOVE WS-OLD-MASKED TO C208I-REF.                             BVOIC65P
021500     IF WS-REPLACED-YES                                           BVOIC65P
021600        MOVE 'CRDLST' TO C208I-TEMPLATE                           BVOIC65P
021700        MOVE WS-NEW-MASKED TO C208I-TEXT                          BVOIC65P
021800     ELSE                                                         BVOIC65P
021900        MOVE 'CRDLSN' TO C208I-TEMPLATE                           BVOIC65P
022000     END-IF.                                                      BVOIC65P
022100     MOVE ZERO TO C208I-AMOUNT.                                   BVOIC65P
022200     MOVE WS-PROGRAM-ID TO C208I-QUEUED-BY.                       BVOIC65P
022300* Now go queue it                                                 BVOIC65P
022400 COPY CBNKX208.                                                   BVOIC65P
022500     SET CASH-TXN-STATUS-OK TO TRUE.                              BVOIC65P
022600     GO TO COMMON-RETURN.                                         BVOIC65P
022700                                                                  BVOIC65P
022800**************************************************************    BVOIC65P
022900* Keep one listed card if it can still be used                    BVOIC65P
023000**************************************************************    BVOIC65P
023100 KEEP-ONE-CARD.                                                   BVOIC65P
023200     IF VOIC-CARD-COUNT IS EQUAL TO 5                             BVOIC65P
023300        GO TO KEEP-ONE-CARD-EXIT                                  BVOIC65P
023400     END-IF.                                                      BVOIC65P
023500     IF CD09O-E-STATUS (WS-SUB1) IS NOT EQUAL TO 'A' AND          BVOIC65P
023600        CD09O-E-STATUS (WS-SUB1) IS NOT EQUAL TO 'B'              BVOIC65P
023700        GO TO KEEP-ONE-CARD-EXIT                                  BVOIC65P
023800     END-IF.                                                      BVOIC65P
023900     ADD 1 TO VOIC-CARD-COUNT.                                    BVOIC65P
024000     MOVE CD09O-E-CARD-NO (WS-SUB1)                               BVOIC65P
024100       TO WS-CT-CARD-NO (VOIC-CARD-COUNT).                        BVOIC65P
024200     MOVE SPACES TO MASK-INPUT.                                   BVOIC65P
024300     MOVE CD09O-E-CARD-NO (WS-SUB1) TO MASK-INPUT.                BVOIC65P
024400     CALL 'UCRDMASK' USING WS-MASK-DATA.                          BVOIC65P
024500     MOVE MASK-OUTPUT (13:4)                                      BVOIC65P
024600       TO VOIC-CARD-LAST4 (VOIC-CARD-COUNT).                      BVOIC65P
024700     MOVE CD09O-E-STATUS (WS-SUB1)                                BVOIC65P
024800       TO VOIC-CARD-STATUS (VOIC-CARD-COUNT).                     BVOIC65P
024900 KEEP-ONE-CARD-EXIT.                                              BVOIC65P
025000     EXIT.                                                        BVOIC65P
025100                                                                  BVOIC65P
025200 COMMON-RETURN.                                                   BVOIC65P
025300     MOVE WS-CASH-DATA-AREAS                                      BVOIC65P
025400       TO DFHCOMMAREA (1:LENGTH OF WS-CASH-DATA-AREAS).           BVOIC65P
025500 COPY CRETURN.                                                    BVOIC65P
