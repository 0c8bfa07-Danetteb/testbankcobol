001500*              BNKDRWR file. Lists each of today's drawers      * DBANK89P
001600*              with its expected cash and over/short, flags     * DBANK89P
001700*              drawers never closed, and totals the over/short  * DBANK89P
001800*              by branch and for the bank. A second section     * DBANK89P
001810*              lists each teller's foreign banknote holdings    * DBANK89P
001820*              from BNKDRFX, flags holdings never counted and   * DBANK89P
001830*              totals the over/short by currency.               * DBANK89P
001900*              VSAM version                                     * DBANK89P
002000****************************************************************  DBANK89P
002100                                                                  DBANK89P
003700            ACCESS MODE  IS DYNAMIC                               DBANK89P
003800            RECORD KEY   IS BDR-REC-KEY                           DBANK89P
003900            FILE STATUS  IS WS-BNKDRWR-STATUS.                    DBANK89P
003910                                                                  DBANK89P
003920     SELECT BNKDRFX-FILE                                          DBANK89P
003930            ASSIGN       TO BNKDRFX                               DBANK89P
003940            ORGANIZATION IS INDEXED                               DBANK89P
003950            ACCESS MODE  IS DYNAMIC                               DBANK89P
003960            RECORD KEY   IS BDF-REC-KEY                           DBANK89P
003970            FILE STATUS  IS WS-BNKDRFX-STATUS.                    DBANK89P
004000                                                                  DBANK89P
004100     SELECT DRWRRPT-FILE                                          DBANK89P
004200            ASSIGN       TO DRWRRPT                               DBANK89P
004900 FD  BNKDRWR-FILE.                                                DBANK89P
005000 01  BNKDRWR-REC.                                                 DBANK89P
005100 COPY CBANKVDR.                                                   DBANK89P
005110                                                                  DBANK89P
005120 FD  BNKDRFX-FILE.                                                DBANK89P
005130 01  BNKDRFX-REC.                                                 DBANK89P
005140 COPY CBANKVDF.                                                   DBANK89P
005200                                                                  DBANK89P
005300 FD  DRWRRPT-FILE.                                                DBANK89P
005400 01  DRWRRPT-REC                        PIC X(132).               DBANK89P
006400   05  WS-BNKDRWR-STATUS.                                         DBANK89P
006500     10  WS-BNKDRWR-STAT1                     PIC X(1).           DBANK89P
006600     10  WS-BNKDRWR-STAT2                     PIC X(1).           DBANK89P
006610   05  WS-BNKDRFX-STATUS.                                         DBANK89P
006620     10  WS-BNKDRFX-STAT1                     PIC X(1).           DBANK89P
006630     10  WS-BNKDRFX-STAT2                     PIC X(1).           DBANK89P
006700   05  WS-DRWRRPT-STATUS.                                         DBANK89P
006800     10  WS-DRWRRPT-STAT1                     PIC X(1).           DBANK89P
006900     10  WS-DRWRRPT-STAT2                     PIC X(1).           DBANK89P
009500   05  WS-SUB1                               PIC S9(4) COMP.      DBANK89P
009600   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBANK89P
009700   05  WS-EDIT-AMT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.       DBANK89P
009706   05  WS-HOLDINGS-READ                      PIC 9(7)             DBANK89P
009712       VALUE ZERO.                                                DBANK89P
009718   05  WS-HOLDINGS-OPEN                      PIC 9(5)             DBANK89P
009724       VALUE ZERO.                                                DBANK89P
009730   05  WS-FX-EXPECTED                        PIC S9(9)V99         DBANK89P
009736                                              COMP-3.             DBANK89P
009742                                                                  DBANK89P
009748 01  WS-CCY-TABLE.                                                DBANK89P
009754   05  WS-CCY-COUNT                          PIC S9(4) COMP       DBANK89P
009760       VALUE ZERO.                                                DBANK89P
009766   05  WS-CCY-ENTRY OCCURS 50 TIMES.                              DBANK89P
009772     10  WS-CT-CCY                           PIC X(3).            DBANK89P
009778     10  WS-CT-HOLDINGS                      PIC 9(5).            DBANK89P
009784     10  WS-CT-OVER-SHORT                    PIC S9(9)V99         DBANK89P
009790                                              COMP-3.             DBANK89P
009800                                                                  DBANK89P
009900 01  WS-BRANCH-TABLE.                                             DBANK89P
010000   05  WS-BRANCH-COUNT                       PIC S9(4) COMP       DBANK89P
014300   05  FILLER                                PIC X(2)             DBANK89P
014400       VALUE SPACES.                                              DBANK89P
014500   05  WS-TOT-OVER-SHORT             PIC Z,ZZZ,ZZZ,ZZ9.99-.       DBANK89P
014501                                                                  DBANK89P
014502 01  WS-FX-HEAD1.                                                 DBANK89P
014503   05  FILLER                                PIC X(26)            DBANK89P
014504       VALUE 'Foreign banknote holdings '.                        DBANK89P
014505   05  WS-FX-HEAD1-DATE                      PIC X(10).           DBANK89P
014506                                                                  DBANK89P
014507 01  WS-FX-HEAD2.                                                 DBANK89P
014508   05  FILLER                                PIC X(19)            DBANK89P
014509       VALUE 'Teller Branch Ccy S'.                               DBANK89P
014510   05  FILLER                                PIC X(36)            DBANK89P
014511       VALUE 't    Opening    Vault in   Vault out'.              DBANK89P
014512   05  FILLER                                PIC X(36)            DBANK89P
014513       VALUE '      Bought        Sold    Expected'.              DBANK89P
014514   05  FILLER                                PIC X(24)            DBANK89P
014515       VALUE '     Counted  Over/short'.                          DBANK89P
014516                                                                  DBANK89P
014517 01  WS-FX-DETAIL-LINE.                                           DBANK89P
014518   05  WS-FXD-TELLER                         PIC X(5).            DBANK89P
014519   05  FILLER                                PIC X(2)             DBANK89P
014520       VALUE SPACES.                                              DBANK89P
014521   05  WS-FXD-BRANCH                         PIC X(4).            DBANK89P
014522   05  FILLER                                PIC X(3)             DBANK89P
014523       VALUE SPACES.                                              DBANK89P
014524   05  WS-FXD-CCY                            PIC X(3).            DBANK89P
014525   05  FILLER                                PIC X(1)             DBANK89P
014526       VALUE SPACES.                                              DBANK89P
014527   05  WS-FXD-STATUS                         PIC X(1).            DBANK89P
014528   05  WS-FXD-OPEN                           PIC ZZZZZZZ9.99-.    DBANK89P
014529   05  WS-FXD-VAULT-IN                       PIC ZZZZZZZ9.99-.    DBANK89P
014530   05  WS-FXD-VAULT-OUT                      PIC ZZZZZZZ9.99-.    DBANK89P
014531   05  WS-FXD-BOUGHT                         PIC ZZZZZZZ9.99-.    DBANK89P
014532   05  WS-FXD-SOLD                           PIC ZZZZZZZ9.99-.    DBANK89P
014533   05  WS-FXD-EXPECTED                       PIC ZZZZZZZ9.99-.    DBANK89P
014534   05  WS-FXD-COUNTED                        PIC ZZZZZZZ9.99-.    DBANK89P
014535   05  WS-FXD-OVER-SHORT                     PIC ZZZZZZZ9.99-.    DBANK89P
014536   05  FILLER                                PIC X(2)             DBANK89P
014537       VALUE SPACES.                                              DBANK89P
014538   05  WS-FXD-FLAG                           PIC X(11).           DBANK89P
014539                                                                  DBANK89P
014540 01  WS-FX-TOTAL-LINE.                                            DBANK89P
014541   05  FILLER                                PIC X(6)             DBANK89P
014542       VALUE SPACES.                                              DBANK89P
014543   05  WS-FXT-LABEL                          PIC X(20).           DBANK89P
014544   05  WS-FXT-CCY                            PIC X(3).            DBANK89P
014545   05  FILLER                                PIC X(3)             DBANK89P
014546       VALUE SPACES.                                              DBANK89P
014547   05  WS-FXT-HOLDINGS                       PIC ZZZZ9.           DBANK89P
014548   05  FILLER                                PIC X(2)             DBANK89P
014549       VALUE SPACES.                                              DBANK89P
014550   05  WS-FXT-OVER-SHORT             PIC Z,ZZZ,ZZZ,ZZ9.99-.       DBANK89P
014600                                                                  DBANK89P
014700 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBANK89P
014800                                                                  DBANK89P
017600     MOVE 'BNKDRWR-FILE' TO WS-FILE.                              DBANK89P
017700     PERFORM CHECK-OPEN THRU                                      DBANK89P
017800             CHECK-OPEN-EXIT.                                     DBANK89P
017810                                                                  DBANK89P
017820     OPEN INPUT BNKDRFX-FILE.                                     DBANK89P
017830     MOVE WS-BNKDRFX-STATUS TO WS-IO-STATUS.                      DBANK89P
017840     MOVE 'BNKDRFX-FILE' TO WS-FILE.                              DBANK89P
017850     PERFORM CHECK-OPEN THRU                                      DBANK89P
017860             CHECK-OPEN-EXIT.                                     DBANK89P
017900                                                                  DBANK89P
018000     OPEN OUTPUT DRWRRPT-FILE.                                    DBANK89P
018100     MOVE WS-DRWRRPT-STATUS TO WS-IO-STATUS.                      DBANK89P
022800 DRWR-ENDED.                                                      DBANK89P
022900     PERFORM WRITE-TOTALS THRU                                    DBANK89P
023000             WRITE-TOTALS-EXIT.                                   DBANK89P
023003                                                                  DBANK89P
023006****************************************************************  DBANK89P
023009* Foreign banknote holdings are keyed teller/currency/date, so *  DBANK89P
023012* they too are swept from the top and today's kept             *  DBANK89P
023015****************************************************************  DBANK89P
023018     MOVE WS-HEAD1-DATE TO WS-FX-HEAD1-DATE.                      DBANK89P
023021     MOVE SPACES TO DRWRRPT-REC.                                  DBANK89P
023024     WRITE DRWRRPT-REC.                                           DBANK89P
023027     MOVE WS-FX-HEAD1 TO DRWRRPT-REC.                             DBANK89P
023030     WRITE DRWRRPT-REC.                                           DBANK89P
023033     MOVE WS-FX-HEAD2 TO DRWRRPT-REC.                             DBANK89P
023036     WRITE DRWRRPT-REC.                                           DBANK89P
023039     MOVE LOW-VALUES TO BDF-REC-KEY.                              DBANK89P
023042     START BNKDRFX-FILE KEY IS NOT LESS THAN BDF-REC-KEY          DBANK89P
023045       INVALID KEY                                                DBANK89P
023048         GO TO DRFX-ENDED                                         DBANK89P
023051     END-START.                                                   DBANK89P
023054 DRFX-LOOP.                                                       DBANK89P
023057     READ BNKDRFX-FILE NEXT                                       DBANK89P
023060       AT END                                                     DBANK89P
023063         GO TO DRFX-ENDED                                         DBANK89P
023066     END-READ.                                                    DBANK89P
023069     IF BDF-REC-DATE IS NOT EQUAL TO WS-TS-CURRENT-DATE           DBANK89P
023072        GO TO DRFX-LOOP                                           DBANK89P
023075     END-IF.                                                      DBANK89P
023078     ADD 1 TO WS-HOLDINGS-READ.                                   DBANK89P
023081     PERFORM REPORT-ONE-HOLDING THRU                              DBANK89P
023084             REPORT-ONE-HOLDING-EXIT.                             DBANK89P
023087     GO TO DRFX-LOOP.                                             DBANK89P
023090 DRFX-ENDED.                                                      DBANK89P
023093     PERFORM WRITE-FX-TOTALS THRU                                 DBANK89P
023096             WRITE-FX-TOTALS-EXIT.                                DBANK89P
023100                                                                  DBANK89P
023200     CLOSE BNKDRWR-FILE.                                          DBANK89P
023210     CLOSE BNKDRFX-FILE.                                          DBANK89P
023300     CLOSE DRWRRPT-FILE.                                          DBANK89P
023400                                                                  DBANK89P
023500     SET BCTL-FUNC-END TO TRUE.                                   DBANK89P
034300     WRITE DRWRRPT-REC.                                           DBANK89P
034400 WRITE-ONE-BRANCH-EXIT.                                           DBANK89P
034500     EXIT.                                                        DBANK89P
034501                                                                  DBANK89P
034502****************************************************************  DBANK89P
034503* One detail line per foreign currency holding, and roll its   *  DBANK89P
034504* over/short into the currency                                 *  DBANK89P
034505****************************************************************  DBANK89P
034506 REPORT-ONE-HOLDING.                                              DBANK89P
034507     COMPUTE WS-FX-EXPECTED =                                     DBANK89P
034508         BDF-REC-OPEN-COUNT + BDF-REC-VAULT-IN                    DBANK89P
034509         - BDF-REC-VAULT-OUT + BDF-REC-BOUGHT                     DBANK89P
034510         - BDF-REC-SOLD.                                          DBANK89P
034511     MOVE SPACES TO WS-FXD-FLAG.                                  DBANK89P
034512     MOVE BDF-REC-TELLER TO WS-FXD-TELLER.                        DBANK89P
034513     MOVE BDF-REC-BRANCH TO WS-FXD-BRANCH.                        DBANK89P
034514     MOVE BDF-REC-CCY-CODE TO WS-FXD-CCY.                         DBANK89P
034515     MOVE BDF-REC-STATUS TO WS-FXD-STATUS.                        DBANK89P
034516     MOVE BDF-REC-OPEN-COUNT TO WS-FXD-OPEN.                      DBANK89P
034517     MOVE BDF-REC-VAULT-IN TO WS-FXD-VAULT-IN.                    DBANK89P
034518     MOVE BDF-REC-VAULT-OUT TO WS-FXD-VAULT-OUT.                  DBANK89P
034519     MOVE BDF-REC-BOUGHT TO WS-FXD-BOUGHT.                        DBANK89P
034520     MOVE BDF-REC-SOLD TO WS-FXD-SOLD.                            DBANK89P
034521     MOVE WS-FX-EXPECTED TO WS-FXD-EXPECTED.                      DBANK89P
034522     MOVE BDF-REC-CLOSE-COUNT TO WS-FXD-COUNTED.                  DBANK89P
034523     MOVE BDF-REC-OVER-SHORT TO WS-FXD-OVER-SHORT.                DBANK89P
034524     IF BDF-REC-IS-OPEN                                           DBANK89P
034525        ADD 1 TO WS-HOLDINGS-OPEN                                 DBANK89P
034526        MOVE 'NOT COUNTED' TO WS-FXD-FLAG                         DBANK89P
034527        MOVE ZERO TO WS-FXD-COUNTED                               DBANK89P
034528        MOVE ZERO TO WS-FXD-OVER-SHORT                            DBANK89P
034529     END-IF.                                                      DBANK89P
034530     MOVE WS-FX-DETAIL-LINE TO DRWRRPT-REC.                       DBANK89P
034531     WRITE DRWRRPT-REC.                                           DBANK89P
034532                                                                  DBANK89P
034533     MOVE 0 TO WS-HIT-SUB.                                        DBANK89P
034534     PERFORM FIND-CCY-SLOT THRU                                   DBANK89P
034535             FIND-CCY-SLOT-EXIT                                   DBANK89P
034536       VARYING WS-SUB1 FROM 1 BY 1                                DBANK89P
034537         UNTIL WS-SUB1 IS GREATER THAN WS-CCY-COUNT               DBANK89P
034538            OR WS-HIT-SUB IS GREATER THAN 0.                      DBANK89P
034539     IF WS-HIT-SUB IS EQUAL TO 0 AND                              DBANK89P
034540        WS-CCY-COUNT IS LESS THAN 50                              DBANK89P
034541        ADD 1 TO WS-CCY-COUNT                                     DBANK89P
034542        MOVE WS-CCY-COUNT TO WS-HIT-SUB                           DBANK89P
034543        MOVE BDF-REC-CCY-CODE TO WS-CT-CCY (WS-HIT-SUB)           DBANK89P
034544        MOVE 0 TO WS-CT-HOLDINGS (WS-HIT-SUB)                     DBANK89P
034545        MOVE 0 TO WS-CT-OVER-SHORT (WS-HIT-SUB)                   DBANK89P
034546     END-IF.                                                      DBANK89P
034547     IF WS-HIT-SUB IS GREATER THAN 0                              DBANK89P
034548        ADD 1 TO WS-CT-HOLDINGS (WS-HIT-SUB)                      DBANK89P
034549        IF BDF-REC-IS-COUNTED                                     DBANK89P
034550           ADD BDF-REC-OVER-SHORT TO                              DBANK89P
034551               WS-CT-OVER-SHORT (WS-HIT-SUB)                      DBANK89P
034552        END-IF                                                    DBANK89P
034553     END-IF.                                                      DBANK89P
034554 REPORT-ONE-HOLDING-EXIT.                                         DBANK89P
034555     EXIT.                                                        DBANK89P
034556                                                                  DBANK89P
034557****************************************************************  DBANK89P
034558* Find this holding's currency in the totals table             *  DBANK89P
034559****************************************************************  DBANK89P
034560 FIND-CCY-SLOT.                                                   DBANK89P
034561     IF WS-CT-CCY (WS-SUB1) IS EQUAL TO BDF-REC-CCY-CODE          DBANK89P
034562        MOVE WS-SUB1 TO WS-HIT-SUB                                DBANK89P
034563     END-IF.                                                      DBANK89P
034564 FIND-CCY-SLOT-EXIT.                                              DBANK89P
034565     EXIT.                                                        DBANK89P
034566                                                                  DBANK89P
034567****************************************************************  DBANK89P
034568* Currency totals - each currency's over/short is in its own   *  DBANK89P
034569* notes, so there is no bank-wide figure                       *  DBANK89P
034570****************************************************************  DBANK89P
034571 WRITE-FX-TOTALS.                                                 DBANK89P
034572     MOVE SPACES TO DRWRRPT-REC.                                  DBANK89P
034573     WRITE DRWRRPT-REC.                                           DBANK89P
034574     PERFORM WRITE-ONE-CCY THRU                                   DBANK89P
034575             WRITE-ONE-CCY-EXIT                                   DBANK89P
034576       VARYING WS-SUB1 FROM 1 BY 1                                DBANK89P
034577         UNTIL WS-SUB1 IS GREATER THAN WS-CCY-COUNT.              DBANK89P
034578     IF WS-HOLDINGS-OPEN IS GREATER THAN ZERO                     DBANK89P
034579        MOVE SPACES TO DRWRRPT-REC                                DBANK89P
034580        STRING 'Holdings not counted - ' DELIMITED BY SIZE        DBANK89P
034581               WS-HOLDINGS-OPEN          DELIMITED BY SIZE        DBANK89P
034582          INTO DRWRRPT-REC                                        DBANK89P
034583        WRITE DRWRRPT-REC                                         DBANK89P
034584     END-IF.                                                      DBANK89P
034585 WRITE-FX-TOTALS-EXIT.                                            DBANK89P
034586     EXIT.                                                        DBANK89P
034587                                                                  DBANK89P
034588****************************************************************  DBANK89P
034589* One total line per currency                                  *  DBANK89P
034590****************************************************************  DBANK89P
034591 WRITE-ONE-CCY.                                                   DBANK89P
034592     MOVE SPACES TO WS-FX-TOTAL-LINE.                             DBANK89P
034593     MOVE 'Currency total      ' TO WS-FXT-LABEL.                 DBANK89P
034594     MOVE WS-CT-CCY (WS-SUB1) TO WS-FXT-CCY.                      DBANK89P
034595     MOVE WS-CT-HOLDINGS (WS-SUB1) TO WS-FXT-HOLDINGS.            DBANK89P
034596     MOVE WS-CT-OVER-SHORT (WS-SUB1) TO WS-FXT-OVER-SHORT.        DBANK89P
034597     MOVE WS-FX-TOTAL-LINE TO DRWRRPT-REC.                        DBANK89P
034598     WRITE DRWRRPT-REC.                                           DBANK89P
034599 WRITE-ONE-CCY-EXIT.                                              DBANK89P
034600     EXIT.                                                        DBANK89P
034610                                                                  DBANK89P
034700****************************************************************  DBANK89P
034800* Check file open OK                                          *   DBANK89P
034900****************************************************************  DBANK89P
