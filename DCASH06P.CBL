001400* Function:    Post an ATM cash withdrawal or deposit - update  * DCASH06P
001500*              the account balance, enforce the ATM daily       * DCASH06P
001600*              withdrawal limit and write the ledger entry      * DCASH06P
001610*              A card the customer has frozen, or switched off  * DCASH06P
001620*              for ATM use, is refused before any cash moves.   * DCASH06P
001700*              VSAM version                                     * DCASH06P
001800***************************************************************** DCASH06P
001900                                                                  DCASH06P
003500       VALUE 'DCASH06P'.                                          DCASH06P
003600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCASH06P
003700   05  WS-RESP                               PIC S9(8) COMP.      DCASH06P
003701   05  WS-CACT-RESP                          PIC S9(8) COMP.      DCASH06P
003711  05  WS-JRN-RESP                       PIC S9(8) COMP.           DCASH06P
003800   05  WS-READ-TOKEN                         PIC S9(8) COMP.      DCASH06P
003900   05  WS-BNKACC-RID                         PIC X(9).            DCASH06P
004000   05  WS-BNKLEDG-RID                        PIC X(26).           DCASH06P
004700   05  WS-BNKATRM-RID                        PIC X(4).            DCASH06P
004800   05  WS-ATRM-RESP                          PIC S9(8) COMP.      DCASH06P
004900   05  WS-ATRM-TOKEN                         PIC S9(8) COMP.      DCASH06P
004901   05  WS-BNKCARD-RID                        PIC X(16).           DCASH06P
004902   05  WS-CARD-RESP                          PIC S9(8) COMP.      DCASH06P
004903   05  WS-CASSETTE-WORK.                                          DCASH06P
004904     10  WS-TERM-HELD-FLAG                   PIC X(1).            DCASH06P
004906       88  WS-TERM-HELD                      VALUE 'Y'.           DCASH06P
004908       88  WS-TERM-NOT-HELD                  VALUE 'N'.           DCASH06P
006981 01  WS-BNKFJRN-REC.                                              DCASH06P
006982 COPY CBANKVFJ.                                                   DCASH06P
006983                                                                  DCASH06P
006984 01  WS-BNKCACT-REC.                                              DCASH06P
006985 COPY CBANKVCT.                                                   DCASH06P
006986                                                                  DCASH06P
006987 01  WS-BNKCARD-REC.                                              DCASH06P
006988 COPY CBANKVCD.                                                   DCASH06P
006992                                                                  DCASH06P
007000 01  WS-COMMAREA.                                                 DCASH06P
007100 COPY CCASHD06.                                                   DCASH06P
007200                                                                  DCASH06P
013300        MOVE 'Account is not enabled for ATM use' TO CD06O-MSG    DCASH06P
013400        GO TO DCASH06P-EXIT                                       DCASH06P
013500     END-IF.                                                      DCASH06P
013510*    the customer's own controls on the card in the machine       DCASH06P
013520     PERFORM CHECK-CARD-CONTROLS THRU                             DCASH06P
013530             CHECK-CARD-CONTROLS-EXIT.                            DCASH06P
013540     IF CD06O-STATUS-NOT-ALLOWED                                  DCASH06P
013550        GO TO DCASH06P-EXIT                                       DCASH06P
013560     END-IF.                                                      DCASH06P
013600                                                                  DCASH06P
013700***************************************************************** DCASH06P
013800* Pick up the current timestamp - it gives us both the ledger   * DCASH06P
026400           GO TO DCASH06P-EXIT                                    DCASH06P
026500        END-IF                                                    DCASH06P
026600     END-IF.                                                      DCASH06P
026610     PERFORM LOG-CARD-USE THRU                                    DCASH06P
026620             LOG-CARD-USE-EXIT.                                   DCASH06P
027800     EXEC CICS SYNCPOINT                                          DCASH06P
027900     END-EXEC.                                                    DCASH06P
028000                                                                  DCASH06P
029445     END-IF.                                                      DCASH06P
029446 WRITE-JOURNAL-IMAGE-EXIT.                                        DCASH06P
029447     EXIT.                                                        DCASH06P
029448                                                                  DCASH06P
029449***************************************************************** DCASH06P
029450* Log the card's use on BNKCACT for the fraud rules engine,     * DCASH06P
029451* inside the posting's unit of work. The log is advisory - the  * DCASH06P
029452* cash has moved either way, so a failed write is not an error  * DCASH06P
029453***************************************************************** DCASH06P
029454 LOG-CARD-USE.                                                    DCASH06P
029455     IF CD06I-CARD-NO IS EQUAL TO SPACES                          DCASH06P
029456        GO TO LOG-CARD-USE-EXIT                                   DCASH06P
029457     END-IF.                                                      DCASH06P
029458     MOVE SPACES TO WS-BNKCACT-REC.                               DCASH06P
029459     MOVE CD06I-CARD-NO TO BCT-REC-CARD-NO.                       DCASH06P
029460     MOVE BLG-REC-TIMESTAMP TO BCT-REC-TIMESTAMP.                 DCASH06P
029461     MOVE CD06I-CONTACT-ID TO BCT-REC-PID.                        DCASH06P
029462     MOVE CD06I-ACCNO TO BCT-REC-ACCNO.                           DCASH06P
029463     SET BCT-REC-ATM TO TRUE.                                     DCASH06P
029464     IF CD06I-WITHDRAWAL                                          DCASH06P
029465        SET BCT-REC-DEBIT TO TRUE                                 DCASH06P
029466     ELSE                                                         DCASH06P
029467        SET BCT-REC-CREDIT TO TRUE                                DCASH06P
029468     END-IF.                                                      DCASH06P
029469     MOVE CD06I-TERM-ID TO BCT-REC-TERMINAL-ID.                   DCASH06P
029470     MOVE CD06I-AMOUNT TO BCT-REC-AMOUNT.                         DCASH06P
029471     MOVE BLG-REC-REFNO TO BCT-REC-REFNO.                         DCASH06P
029472     MOVE WS-TODAY-DATE TO BCT-REC-BUS-DATE.                      DCASH06P
029473     SET BCT-REC-TIME-KNOWN TO TRUE.                              DCASH06P
029474     SET BCT-REC-UNSCORED TO TRUE.                                DCASH06P
029475     MOVE ZERO TO BCT-REC-SCORE.                                  DCASH06P
029476     EXEC CICS WRITE FILE('BNKCACT')                              DCASH06P
029477                     FROM(WS-BNKCACT-REC)                         DCASH06P
029478                     LENGTH(LENGTH OF WS-BNKCACT-REC)             DCASH06P
029479                     RIDFLD(BCT-REC-KEY)                          DCASH06P
029480                     KEYLENGTH(LENGTH OF BCT-REC-KEY)             DCASH06P
029481                     RESP(WS-CACT-RESP)                           DCASH06P
029482     END-EXEC.                                                    DCASH06P
029483 LOG-CARD-USE-EXIT.                                               DCASH06P
029484     EXIT.                                                        DCASH06P
029485                                                                  DCASH06P
029486***************************************************************** DCASH06P
029487* A card the customer has frozen, or has switched off for ATM   * DCASH06P
029488* use through WEBSCARD, may not draw or pay in cash. A card     * DCASH06P
029489* not on file is left to the signon check that admitted it.     * DCASH06P
029490***************************************************************** DCASH06P
029491 CHECK-CARD-CONTROLS.                                             DCASH06P
029492     IF CD06I-CARD-NO IS EQUAL TO SPACES                          DCASH06P
029493        GO TO CHECK-CARD-CONTROLS-EXIT                            DCASH06P
029494     END-IF.                                                      DCASH06P
029495     MOVE CD06I-CARD-NO TO WS-BNKCARD-RID.                        DCASH06P
029496     EXEC CICS READ FILE('BNKCARD')                               DCASH06P
029497                    INTO(WS-BNKCARD-REC)                          DCASH06P
029498                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DCASH06P
029499                    RIDFLD(WS-BNKCARD-RID)                        DCASH06P
029500                    RESP(WS-CARD-RESP)                            DCASH06P
029501     END-EXEC.                                                    DCASH06P
029502     IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)              DCASH06P
029503        GO TO CHECK-CARD-CONTROLS-EXIT                            DCASH06P
029504     END-IF.                                                      DCASH06P
029505     IF BCD-REC-IS-FROZEN                                         DCASH06P
029506        SET CD06O-STATUS-NOT-ALLOWED TO TRUE                      DCASH06P
029507        MOVE 'Card is frozen by the customer' TO CD06O-MSG        DCASH06P
029508        GO TO CHECK-CARD-CONTROLS-EXIT                            DCASH06P
029509     END-IF.                                                      DCASH06P
029510     IF BCD-REC-ATM-OFF                                           DCASH06P
029511        SET CD06O-STATUS-NOT-ALLOWED TO TRUE                      DCASH06P
029512        MOVE 'Card is switched off for ATM use' TO CD06O-MSG      DCASH06P
029513     END-IF.                                                      DCASH06P
029514 CHECK-CARD-CONTROLS-EXIT.                                        DCASH06P
029515     EXIT.                                                        DCASH06P
029516                                                                  DCASH06P
029517***************************************************************** DCASH06P
029520* Work out whether this withdrawal would take the customer     *  DCASH06P
029530* past the aggregate daily limit (BNKPARM key DAYLIMIT,        *  DCASH06P
029540* defaulting to 25,000.00 when no parameter is on file)        *  DCASH06P
