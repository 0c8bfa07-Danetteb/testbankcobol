001800*              every customer whose day total reaches the       * DBANK77P
001900*              CASHTHR threshold held on BNKPARM - a formatted  * DBANK77P
002000*              page for review and a machine-readable extract   * DBANK77P
002100*              for filing. Cheques cashed at the counter for    * DBANK77P
002110*              presenters without an account are totalled from  * DBANK77P
002120*              the BNKNCCQ register by identification and       * DBANK77P
002130*              reported in a section of their own, the cash     * DBANK77P
002140*              leg through the non-customer cheques account     * DBANK77P
002150*              being left out of the customer totals. The cash  * DBANK77P
002153*              leg of foreign banknote deals through the notes  * DBANK77P
002156*              desk account is left out likewise. A missing     * DBANK77P
002160*              parameter record falls back to 10,000.00 and     * DBANK77P
002200*              says so on the report.                           * DBANK77P
002300*              VSAM version                                     * DBANK77P
002400****************************************************************  DBANK77P
002500                                                                  DBANK77P
005000            RECORD KEY   IS PRM-REC-KEY                           DBANK77P
005100            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBANK77P
005200                                                                  DBANK77P
005210     SELECT BNKNCCQ-FILE                                          DBANK77P
005220            ASSIGN       TO BNKNCCQ                               DBANK77P
005230            ORGANIZATION IS INDEXED                               DBANK77P
005240            ACCESS MODE  IS DYNAMIC                               DBANK77P
005250            RECORD KEY   IS BNQ-REC-TIMESTAMP                     DBANK77P
005260            FILE STATUS  IS WS-BNKNCCQ-STATUS.                    DBANK77P
005270                                                                  DBANK77P
005300     SELECT CASHRPT-FILE                                          DBANK77P
005400            ASSIGN       TO CASHRPT                               DBANK77P
005500            ORGANIZATION IS SEQUENTIAL                            DBANK77P
007100 01  BNKPARM-REC.                                                 DBANK77P
007200 COPY CBANKVPM.                                                   DBANK77P
007300                                                                  DBANK77P
007310 FD  BNKNCCQ-FILE.                                                DBANK77P
007320 01  BNKNCCQ-REC.                                                 DBANK77P
007330 COPY CBANKVNQ.                                                   DBANK77P
007340                                                                  DBANK77P
007400 FD  CASHRPT-FILE.                                                DBANK77P
007500 01  CASHRPT-REC                        PIC X(132).               DBANK77P
007600                                                                  DBANK77P
008100   05  CEX-REC-CASH-IN                  PIC 9(9)V99.              DBANK77P
008200   05  CEX-REC-CASH-OUT                 PIC 9(9)V99.              DBANK77P
008300   05  CEX-REC-TXN-COUNT                PIC 9(5).                 DBANK77P
008400   05  CEX-REC-ID-TYPE                  PIC X(2).                 DBANK77P
008410   05  CEX-REC-ID-NUMBER                PIC X(16).                DBANK77P
008500                                                                  DBANK77P
008600 WORKING-STORAGE SECTION.                                         DBANK77P
008700 COPY CTIMERD.                                                    DBANK77P
009700   05  WS-BNKPARM-STATUS.                                         DBANK77P
009800     10  WS-BNKPARM-STAT1                     PIC X(1).           DBANK77P
009900     10  WS-BNKPARM-STAT2                     PIC X(1).           DBANK77P
009910   05  WS-BNKNCCQ-STATUS.                                         DBANK77P
009920     10  WS-BNKNCCQ-STAT1                     PIC X(1).           DBANK77P
009930     10  WS-BNKNCCQ-STAT2                     PIC X(1).           DBANK77P
010000   05  WS-CASHRPT-STATUS.                                         DBANK77P
010100     10  WS-CASHRPT-STAT1                     PIC X(1).           DBANK77P
010200     10  WS-CASHRPT-STAT2                     PIC X(1).           DBANK77P
013500   05  WS-CUST-COUNT                          PIC S9(4) COMP      DBANK77P
013600       VALUE ZERO.                                                DBANK77P
013700   05  WS-REPORTED-COUNT                      PIC 9(5)            DBANK77P
013710       VALUE ZERO.                                                DBANK77P
013720   05  WS-NCCQ-ITEMS                          PIC 9(7)            DBANK77P
013730       VALUE ZERO.                                                DBANK77P
013740   05  WS-PRES-COUNT                          PIC S9(4) COMP      DBANK77P
013750       VALUE ZERO.                                                DBANK77P
013760   05  WS-PRES-REPORTED                       PIC 9(5)            DBANK77P
013800       VALUE ZERO.                                                DBANK77P
013900                                                                  DBANK77P
014000   05  WS-SUB1                               PIC S9(4) COMP.      DBANK77P
014200                                                                  DBANK77P
014300   05  WS-EDIT-AMT-9-2                 PIC Z,ZZZ,ZZZ,ZZ9.99.      DBANK77P
014400   05  WS-EDIT-CNT-5                   PIC ZZ,ZZ9.                DBANK77P
014410                                                                  DBANK77P
014420   05  WS-NCCSH-ACCNO                        PIC X(9)             DBANK77P
014430       VALUE '999999940'.                                         DBANK77P
014440   05  WS-FXNOT-ACCNO                        PIC X(9)             DBANK77P
014450       VALUE '999999930'.                                         DBANK77P
014500                                                                  DBANK77P
014600 01  WS-CUST-TABLE.                                               DBANK77P
014700   05  WS-CUST-ENTRY OCCURS 1000 TIMES.                           DBANK77P
015100     10  WS-CT-CASH-OUT                      PIC S9(9)V99         DBANK77P
015200                                              COMP-3.             DBANK77P
015300     10  WS-CT-COUNT                         PIC 9(5).            DBANK77P
015310                                                                  DBANK77P
015320 01  WS-PRES-TABLE.                                               DBANK77P
015330   05  WS-PRES-ENTRY OCCURS 500 TIMES.                            DBANK77P
015340     10  WS-PT-ID-TYPE                       PIC X(2).            DBANK77P
015350     10  WS-PT-ID-NUMBER                     PIC X(16).           DBANK77P
015360     10  WS-PT-NAME                          PIC X(30).           DBANK77P
015370     10  WS-PT-CASH-OUT                      PIC S9(9)V99         DBANK77P
015380                                              COMP-3.             DBANK77P
015390     10  WS-PT-COUNT                         PIC 9(5).            DBANK77P
015400                                                                  DBANK77P
015500 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBANK77P
015600                                                                  DBANK77P
019100     PERFORM CHECK-OPEN THRU                                      DBANK77P
019200             CHECK-OPEN-EXIT.                                     DBANK77P
019300                                                                  DBANK77P
019310     OPEN INPUT BNKNCCQ-FILE.                                     DBANK77P
019320     MOVE WS-BNKNCCQ-STATUS TO WS-IO-STATUS.                      DBANK77P
019330     MOVE 'BNKNCCQ-FILE' TO WS-FILE.                              DBANK77P
019340     PERFORM CHECK-OPEN THRU                                      DBANK77P
019350             CHECK-OPEN-EXIT.                                     DBANK77P
019360                                                                  DBANK77P
019400     OPEN OUTPUT CASHRPT-FILE.                                    DBANK77P
019500     MOVE WS-CASHRPT-STATUS TO WS-IO-STATUS.                      DBANK77P
019600     MOVE 'CASHRPT-FILE' TO WS-FILE.                              DBANK77P
025020        GO TO LEDG-ENDED                                          DBANK77P
025030     END-IF.                                                      DBANK77P
025100     IF NOT BLG-REC-TYPE-CASH                                     DBANK77P
025110        GO TO LEDG-LOOP                                           DBANK77P
025120     END-IF.                                                      DBANK77P
025130*    cheques cashed for non-customers are taken from the register DBANK77P
025140*    and foreign banknote deals are not customer cash             DBANK77P
025150     IF BLG-REC-ACCNO IS EQUAL TO WS-NCCSH-ACCNO OR               DBANK77P
025160        BLG-REC-ACCNO IS EQUAL TO WS-FXNOT-ACCNO                  DBANK77P
025200        GO TO LEDG-LOOP                                           DBANK77P
025300     END-IF.                                                      DBANK77P
025800     ADD 1 TO WS-CASH-ENTRIES.                                    DBANK77P
026000             TALLY-ONE-ENTRY-EXIT.                                DBANK77P
026100     GO TO LEDG-LOOP.                                             DBANK77P
026200 LEDG-ENDED.                                                      DBANK77P
026203                                                                  DBANK77P
026206****************************************************************  DBANK77P
026209* Sweep the day's non-customer cheque cashings into the        *  DBANK77P
026212* per-presenter table - the register is keyed by timestamp     *  DBANK77P
026215* like the ledger. Refused items moved no cash.                *  DBANK77P
026218****************************************************************  DBANK77P
026221     MOVE LOW-VALUES TO BNQ-REC-TIMESTAMP.                        DBANK77P
026224     MOVE WS-RUN-DATE-DASHED TO BNQ-REC-TIMESTAMP (1:10).         DBANK77P
026227     START BNKNCCQ-FILE KEY IS NOT LESS THAN BNQ-REC-TIMESTAMP    DBANK77P
026230       INVALID KEY                                                DBANK77P
026233         GO TO NCCQ-ENDED                                         DBANK77P
026236     END-START.                                                   DBANK77P
026239 NCCQ-LOOP.                                                       DBANK77P
026242     READ BNKNCCQ-FILE NEXT                                       DBANK77P
026245       AT END                                                     DBANK77P
026248         GO TO NCCQ-ENDED                                         DBANK77P
026251     END-READ.                                                    DBANK77P
026254     IF BNQ-REC-TIMESTAMP (1:10) IS GREATER THAN                  DBANK77P
026257        WS-RUN-DATE-DASHED                                        DBANK77P
026260        GO TO NCCQ-ENDED                                          DBANK77P
026263     END-IF.                                                      DBANK77P
026266     IF NOT BNQ-REC-IS-PAID                                       DBANK77P
026269        GO TO NCCQ-LOOP                                           DBANK77P
026272     END-IF.                                                      DBANK77P
026275     ADD 1 TO WS-NCCQ-ITEMS.                                      DBANK77P
026278     PERFORM TALLY-ONE-CASHING THRU                               DBANK77P
026281             TALLY-ONE-CASHING-EXIT.                              DBANK77P
026284     GO TO NCCQ-LOOP.                                             DBANK77P
026287 NCCQ-ENDED.                                                      DBANK77P
026300                                                                  DBANK77P
026400****************************************************************  DBANK77P
026500* Report every customer at or over the threshold               *  DBANK77P
027600            WS-EDIT-CNT-5            DELIMITED BY SIZE            DBANK77P
027700       INTO CASHRPT-REC.                                          DBANK77P
027800     WRITE CASHRPT-REC.                                           DBANK77P
027805                                                                  DBANK77P
027810****************************************************************  DBANK77P
027815* Then every non-customer presenter paid at or over it         *  DBANK77P
027820****************************************************************  DBANK77P
027825     PERFORM WRITE-PRESENTER-HEADING THRU                         DBANK77P
027830             WRITE-PRESENTER-HEADING-EXIT.                        DBANK77P
027835     PERFORM REPORT-ONE-PRESENTER THRU                            DBANK77P
027840             REPORT-ONE-PRESENTER-EXIT                            DBANK77P
027845       VARYING WS-SUB1 FROM 1 BY 1                                DBANK77P
027850         UNTIL WS-SUB1 IS GREATER THAN WS-PRES-COUNT.             DBANK77P
027855     MOVE SPACES TO CASHRPT-REC.                                  DBANK77P
027860     MOVE WS-PRES-REPORTED TO WS-EDIT-CNT-5.                      DBANK77P
027865     STRING '  PRESENTERS REPORTED: ' DELIMITED BY SIZE           DBANK77P
027870            WS-EDIT-CNT-5             DELIMITED BY SIZE           DBANK77P
027875       INTO CASHRPT-REC.                                          DBANK77P
027880     WRITE CASHRPT-REC.                                           DBANK77P
027900                                                                  DBANK77P
028000     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK77P
028100     STRING WS-CASH-ENTRIES           DELIMITED BY SIZE           DBANK77P
028500     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK77P
028600     STRING WS-REPORTED-COUNT         DELIMITED BY SIZE           DBANK77P
028700            ' customers reported'     DELIMITED BY SIZE           DBANK77P
028708       INTO WS-CONSOLE-MESSAGE.                                   DBANK77P
028716     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK77P
028724     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK77P
028732     STRING WS-NCCQ-ITEMS             DELIMITED BY SIZE           DBANK77P
028740            ' non-customer cheques cashed'                        DBANK77P
028748                                      DELIMITED BY SIZE           DBANK77P
028756       INTO WS-CONSOLE-MESSAGE.                                   DBANK77P
028764     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK77P
028772     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK77P
028780     STRING WS-PRES-REPORTED          DELIMITED BY SIZE           DBANK77P
028788            ' presenters reported'    DELIMITED BY SIZE           DBANK77P
028800       INTO WS-CONSOLE-MESSAGE.                                   DBANK77P
028900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK77P
029000                                                                  DBANK77P
029100     CLOSE BNKLEDG-FILE.                                          DBANK77P
029200     CLOSE BNKPARM-FILE.                                          DBANK77P
029210     CLOSE BNKNCCQ-FILE.                                          DBANK77P
029300     CLOSE CASHRPT-FILE.                                          DBANK77P
029400     CLOSE CASHEXT-FILE.                                          DBANK77P
029500                                                                  DBANK77P
034200        MOVE WS-SUB1 TO WS-HIT-SUB                                DBANK77P
034300     END-IF.                                                      DBANK77P
034400 FIND-CUSTOMER-SLOT-EXIT.                                         DBANK77P
034402     EXIT.                                                        DBANK77P
034404                                                                  DBANK77P
034406****************************************************************  DBANK77P
034408* Add one cashed cheque to its presenter's day total. The      *  DBANK77P
034410* presenter is known by identification type and number; the   *   DBANK77P
034412* name is kept as first given.                                 *  DBANK77P
034414****************************************************************  DBANK77P
034416 TALLY-ONE-CASHING.                                               DBANK77P
034418     MOVE 0 TO WS-HIT-SUB.                                        DBANK77P
034420     PERFORM FIND-PRESENTER-SLOT THRU                             DBANK77P
034422             FIND-PRESENTER-SLOT-EXIT                             DBANK77P
034424       VARYING WS-SUB1 FROM 1 BY 1                                DBANK77P
034426         UNTIL WS-SUB1 IS GREATER THAN WS-PRES-COUNT              DBANK77P
034428            OR WS-HIT-SUB IS GREATER THAN 0.                      DBANK77P
034430     IF WS-HIT-SUB IS EQUAL TO 0                                  DBANK77P
034432        IF WS-PRES-COUNT IS EQUAL TO 500                          DBANK77P
034434           MOVE 'Presenter table full - item dropped'             DBANK77P
034436             TO WS-CONSOLE-MESSAGE                                DBANK77P
034438           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBANK77P
034440           GO TO TALLY-ONE-CASHING-EXIT                           DBANK77P
034442        END-IF                                                    DBANK77P
034444        ADD 1 TO WS-PRES-COUNT                                    DBANK77P
034446        MOVE WS-PRES-COUNT TO WS-HIT-SUB                          DBANK77P
034448        MOVE BNQ-REC-ID-TYPE TO WS-PT-ID-TYPE (WS-HIT-SUB)        DBANK77P
034450        MOVE BNQ-REC-ID-NUMBER TO WS-PT-ID-NUMBER (WS-HIT-SUB)    DBANK77P
034452        MOVE BNQ-REC-NAME TO WS-PT-NAME (WS-HIT-SUB)              DBANK77P
034454        MOVE 0 TO WS-PT-CASH-OUT (WS-HIT-SUB)                     DBANK77P
034456        MOVE 0 TO WS-PT-COUNT (WS-HIT-SUB)                        DBANK77P
034458     END-IF.                                                      DBANK77P
034460     ADD BNQ-REC-CASH-PAID TO WS-PT-CASH-OUT (WS-HIT-SUB).        DBANK77P
034462     ADD 1 TO WS-PT-COUNT (WS-HIT-SUB).                           DBANK77P
034464 TALLY-ONE-CASHING-EXIT.                                          DBANK77P
034466     EXIT.                                                        DBANK77P
034468                                                                  DBANK77P
034470 FIND-PRESENTER-SLOT.                                             DBANK77P
034472     IF WS-PT-ID-TYPE (WS-SUB1) IS EQUAL TO BNQ-REC-ID-TYPE AND   DBANK77P
034474        WS-PT-ID-NUMBER (WS-SUB1) IS EQUAL TO BNQ-REC-ID-NUMBER   DBANK77P
034476        MOVE WS-SUB1 TO WS-HIT-SUB                                DBANK77P
034478     END-IF.                                                      DBANK77P
034480 FIND-PRESENTER-SLOT-EXIT.                                        DBANK77P
034500     EXIT.                                                        DBANK77P
034600                                                                  DBANK77P
034700****************************************************************  DBANK77P
040700     MOVE WS-CT-COUNT (WS-SUB1) TO CEX-REC-TXN-COUNT.             DBANK77P
040800     WRITE CEX-REC.                                               DBANK77P
040900 REPORT-ONE-CUSTOMER-EXIT.                                        DBANK77P
040901     EXIT.                                                        DBANK77P
040902                                                                  DBANK77P
040903****************************************************************  DBANK77P
040904* Section heading for presenters without an account            *  DBANK77P
040905****************************************************************  DBANK77P
040906 WRITE-PRESENTER-HEADING.                                         DBANK77P
040907     MOVE SPACES TO CASHRPT-REC.                                  DBANK77P
040908     WRITE CASHRPT-REC.                                           DBANK77P
040909     MOVE SPACES TO CASHRPT-REC.                                  DBANK77P
040910     STRING '  NON-CUSTOMER CHEQUE CASHING'                       DBANK77P
040911                                     DELIMITED BY SIZE            DBANK77P
040912       INTO CASHRPT-REC.                                          DBANK77P
040913     WRITE CASHRPT-REC.                                           DBANK77P
040914     MOVE SPACES TO CASHRPT-REC.                                  DBANK77P
040915     STRING '  ID  ID NUMBER         NAME'                        DBANK77P
040916                                     DELIMITED BY SIZE            DBANK77P
040917            '                                    CASH PAID'       DBANK77P
040918                                     DELIMITED BY SIZE            DBANK77P
040919            '    ITEMS'              DELIMITED BY SIZE            DBANK77P
040920       INTO CASHRPT-REC.                                          DBANK77P
040921     WRITE CASHRPT-REC.                                           DBANK77P
040922 WRITE-PRESENTER-HEADING-EXIT.                                    DBANK77P
040923     EXIT.                                                        DBANK77P
040924                                                                  DBANK77P
040925****************************************************************  DBANK77P
040926* One report line and one extract record per presenter at or   *  DBANK77P
040927* over the threshold. The extract carries the identification   *  DBANK77P
040928* in place of a customer number.                               *  DBANK77P
040929****************************************************************  DBANK77P
040930 REPORT-ONE-PRESENTER.                                            DBANK77P
040931     IF WS-PT-CASH-OUT (WS-SUB1) IS LESS THAN WS-THRESHOLD        DBANK77P
040932        GO TO REPORT-ONE-PRESENTER-EXIT                           DBANK77P
040933     END-IF.                                                      DBANK77P
040934     ADD 1 TO WS-PRES-REPORTED.                                   DBANK77P
040935     MOVE SPACES TO CASHRPT-REC.                                  DBANK77P
040936     STRING '  '                      DELIMITED BY SIZE           DBANK77P
040937            WS-PT-ID-TYPE (WS-SUB1)   DELIMITED BY SIZE           DBANK77P
040938            '  '                      DELIMITED BY SIZE           DBANK77P
040939            WS-PT-ID-NUMBER (WS-SUB1) DELIMITED BY SIZE           DBANK77P
040940            '  '                      DELIMITED BY SIZE           DBANK77P
040941            WS-PT-NAME (WS-SUB1)      DELIMITED BY SIZE           DBANK77P
040942       INTO CASHRPT-REC.                                          DBANK77P
040943     MOVE WS-PT-CASH-OUT (WS-SUB1) TO WS-EDIT-AMT-9-2.            DBANK77P
040944     MOVE WS-EDIT-AMT-9-2 TO CASHRPT-REC (57:17).                 DBANK77P
040945     MOVE WS-PT-COUNT (WS-SUB1) TO WS-EDIT-CNT-5.                 DBANK77P
040946     MOVE WS-EDIT-CNT-5 TO CASHRPT-REC (77:6).                    DBANK77P
040947     WRITE CASHRPT-REC.                                           DBANK77P
040948     MOVE SPACES TO CEX-REC.                                      DBANK77P
040949     MOVE WS-RUN-DATE TO CEX-REC-DATE.                            DBANK77P
040950     MOVE SPACES TO CEX-REC-PID.                                  DBANK77P
040951     MOVE 0 TO CEX-REC-CASH-IN.                                   DBANK77P
040952     MOVE WS-PT-CASH-OUT (WS-SUB1) TO CEX-REC-CASH-OUT.           DBANK77P
040953     MOVE WS-PT-COUNT (WS-SUB1) TO CEX-REC-TXN-COUNT.             DBANK77P
040954     MOVE WS-PT-ID-TYPE (WS-SUB1) TO CEX-REC-ID-TYPE.             DBANK77P
040955     MOVE WS-PT-ID-NUMBER (WS-SUB1) TO CEX-REC-ID-NUMBER.         DBANK77P
040956     WRITE CEX-REC.                                               DBANK77P
040957 REPORT-ONE-PRESENTER-EXIT.                                       DBANK77P
041000     EXIT.                                                        DBANK77P
041100                                                                  DBANK77P
041200****************************************************************  DBANK77P
