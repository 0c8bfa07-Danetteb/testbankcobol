001200****************************************************************  DBANK53P
001300* Program:     DBANK53P.CBL                                     * DBANK53P
001400* Function:    Batch job to post due standing order payments    * DBANK53P
001500*              A payment or overdraft cover between accounts    * DBANK53P
001510*              at two branches is entered on the BNKIBDF        * DBANK53P
001520*              inter-branch register through UIBPOST.           * DBANK53P
001530*              VSAM version                                     * DBANK53P
001600****************************************************************  DBANK53P
001700                                                                  DBANK53P
001800  IDENTIFICATION DIVISION.                                        DBANK53P
005735            ACCESS MODE  IS RANDOM                                DBANK53P
005736            RECORD KEY   IS BFE-REC-KEY                           DBANK53P
005737            FILE STATUS  IS WS-BNKFEES-STATUS.                    DBANK53P
005738                                                                  DBANK53P
005739     SELECT BNKPROD-FILE                                          DBANK53P
005740            ASSIGN       TO BNKPROD                               DBANK53P
005741            ORGANIZATION IS INDEXED                               DBANK53P
005742            ACCESS MODE  IS RANDOM                                DBANK53P
005743            RECORD KEY   IS BPR-REC-TYPE                          DBANK53P
005744            FILE STATUS  IS WS-BNKPROD-STATUS.                    DBANK53P
005745                                                                  DBANK53P
005746     SELECT BNKSXFR-FILE                                          DBANK53P
005747            ASSIGN       TO BNKSXFR                               DBANK53P
005748            ORGANIZATION IS INDEXED                               DBANK53P
005749            ACCESS MODE  IS RANDOM                                DBANK53P
005750            RECORD KEY   IS SXF-REC-ACCNO                         DBANK53P
005751            FILE STATUS  IS WS-BNKSXFR-STATUS.                    DBANK53P
005754                                                                  DBANK53P
005757  DATA DIVISION.                                                  DBANK53P
005800                                                                  DBANK53P
005900  FILE SECTION.                                                   DBANK53P
013169 FD  BNKFEES-FILE.                                                DBANK53P
013174 01  BNKFEES-REC.                                                 DBANK53P
013179 COPY CBANKVFE.                                                   DBANK53P
013180                                                                  DBANK53P
013181 FD  BNKPROD-FILE.                                                DBANK53P
013182 01  BNKPROD-REC.                                                 DBANK53P
013183 COPY CBANKVPT.                                                   DBANK53P
013184                                                                  DBANK53P
013185 FD  BNKSXFR-FILE.                                                DBANK53P
013186 01  BNKSXFR-REC.                                                 DBANK53P
013187 COPY CBANKVSF.                                                   DBANK53P
013191                                                                  DBANK53P
013195  WORKING-STORAGE SECTION.                                        DBANK53P
013200  COPY CTIMERD.                                                   DBANK53P
013300  COPY CTSTAMPD.                                                  DBANK53P
013400                                                                  DBANK53P
015154   05  WS-BNKFEES-STATUS.                                         DBANK53P
015156     10  WS-BNKFEES-STAT1                    PIC X(1).            DBANK53P
015158     10  WS-BNKFEES-STAT2                    PIC X(1).            DBANK53P
015159   05  WS-BNKPROD-STATUS.                                         DBANK53P
015160     10  WS-BNKPROD-STAT1                    PIC X(1).            DBANK53P
015161     10  WS-BNKPROD-STAT2                    PIC X(1).            DBANK53P
015162   05  WS-BNKSXFR-STATUS.                                         DBANK53P
015163     10  WS-BNKSXFR-STAT1                    PIC X(1).            DBANK53P
015164     10  WS-BNKSXFR-STAT2                    PIC X(1).            DBANK53P
015167                                                                  DBANK53P
015170    05  WS-IO-STATUS.                                             DBANK53P
015200      10  WS-IO-STAT1                         PIC X(1).           DBANK53P
015300      10  WS-IO-STAT2                         PIC X(1).           DBANK53P
018245       VALUE ZERO.                                                DBANK53P
018255   05  WS-RECUR-FAILED                       PIC 9(5)             DBANK53P
018265       VALUE ZERO.                                                DBANK53P
018266                                                                  DBANK53P
018267   05  WS-SXF-LIMIT-FLAG                     PIC X(1).            DBANK53P
018268     88  WS-SXF-LIMITED                      VALUE 'Y'.           DBANK53P
018269     88  WS-SXF-UNLIMITED                    VALUE 'N'.           DBANK53P
018270   05  WS-SXF-FILE-FLAG                      PIC X(1).            DBANK53P
018271     88  WS-SXF-ON-FILE                      VALUE 'Y'.           DBANK53P
018272     88  WS-SXF-NOT-ON-FILE                  VALUE 'N'.           DBANK53P
018273   05  WS-SXF-OVER-FLAG                      PIC X(1).            DBANK53P
018274     88  WS-SXF-IS-OVER                      VALUE 'Y'.           DBANK53P
018275     88  WS-SXF-NOT-OVER                     VALUE 'N'.           DBANK53P
018276   05  WS-SXF-HISTORY                        PIC X(6).            DBANK53P
018277   05  WS-XWDL-FEE                           PIC S9(7)V99         DBANK53P
018278                                             COMP-3.              DBANK53P
018288                                                                  DBANK53P
018300    05  WS-SRC-ACCNO                          PIC X(9).           DBANK53P
018400    05  WS-SRC-PID                            PIC X(5).           DBANK53P
018500    05  WS-DST-ACCNO                          PIC X(9).           DBANK53P
018960                                                                  DBANK53P
018970 01  WS-TREF-DATA.                                                DBANK53P
018980 COPY CTREFD.                                                     DBANK53P
018985                                                                  DBANK53P
018990 01  WS-IBPO-DATA.                                                DBANK53P
018995 COPY CIBPOSD.                                                    DBANK53P
019000                                                                  DBANK53P
019100  01  WS-TWOS-COMP.                                               DBANK53P
019200    05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.     DBANK53P
090821     MOVE 'BNKFEES-FILE' TO WS-FILE.                              DBANK53P
090822     PERFORM CHECK-OPEN THRU                                      DBANK53P
090823             CHECK-OPEN-EXIT.                                     DBANK53P
090824                                                                  DBANK53P
090825     OPEN INPUT BNKPROD-FILE.                                     DBANK53P
090826     MOVE WS-BNKPROD-STATUS TO WS-IO-STATUS.                      DBANK53P
090827     MOVE 'BNKPROD-FILE' TO WS-FILE.                              DBANK53P
090828     PERFORM CHECK-OPEN THRU                                      DBANK53P
090829             CHECK-OPEN-EXIT.                                     DBANK53P
090830                                                                  DBANK53P
090831     OPEN I-O BNKSXFR-FILE.                                       DBANK53P
090832     MOVE WS-BNKSXFR-STATUS TO WS-IO-STATUS.                      DBANK53P
090833     MOVE 'BNKSXFR-FILE' TO WS-FILE.                              DBANK53P
090834     PERFORM CHECK-OPEN THRU                                      DBANK53P
090835             CHECK-OPEN-EXIT.                                     DBANK53P
090839                                                                  DBANK53P
090843      IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                       DBANK53P
090847         MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                 DBANK53P
090857         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
090867         SET BCTL-FUNC-ABANDON TO TRUE                            DBANK53P
091469     CLOSE BNKRPAY-FILE.                                          DBANK53P
091470     CLOSE BNKOPAY-FILE.                                          DBANK53P
091471     CLOSE BNKFEES-FILE.                                          DBANK53P
091473     CLOSE BNKPROD-FILE.                                          DBANK53P
091475     CLOSE BNKSXFR-FILE.                                          DBANK53P
091477                                                                  DBANK53P
091487      SET BCTL-FUNC-END TO TRUE.                                  DBANK53P
091497      MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                 DBANK53P
093497                 WRITE-EXCEPTION-RECORD-EXIT                      DBANK53P
093507         GO TO POST-STANDING-ORDER-EXIT                           DBANK53P
093517      END-IF.                                                     DBANK53P
093518                                                                  DBANK53P
093519***************************************************************** DBANK53P
093520* A savings product may limit the outgoing transfers per        * DBANK53P
093521* statement cycle; an order past a refusing product's limit     * DBANK53P
093522* goes to the exception queue like any other refusal            * DBANK53P
093523***************************************************************** DBANK53P
093524     PERFORM CHECK-SAVINGS-LIMIT THRU                             DBANK53P
093525             CHECK-SAVINGS-LIMIT-EXIT.                            DBANK53P
093526     IF WS-SXF-LIMITED AND                                        DBANK53P
093527        WS-SXF-IS-OVER AND                                        DBANK53P
093528        NOT BPR-REC-EXCESS-CHARGED                                DBANK53P
093529        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBANK53P
093530        STRING 'Savings transfer limit reached on '               DBANK53P
093531                                         DELIMITED BY SIZE        DBANK53P
093532               WS-SRC-ACCNO              DELIMITED BY SIZE        DBANK53P
093533          INTO WS-CONSOLE-MESSAGE                                 DBANK53P
093534        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK53P
093535        MOVE 'Savings transfer limit reached' TO                  DBANK53P
093536          WS-FAIL-REASON                                          DBANK53P
093537        PERFORM WRITE-EXCEPTION-RECORD THRU                       DBANK53P
093538                WRITE-EXCEPTION-RECORD-EXIT                       DBANK53P
093539        GO TO POST-STANDING-ORDER-EXIT                            DBANK53P
093540     END-IF.                                                      DBANK53P
093542                                                                  DBANK53P
093544***************************************************************** DBANK53P
093547* The customer's aggregate daily limit across every channel    *  DBANK53P
093557* also applies; an order that would pass it goes to the        *  DBANK53P
093567* exception queue for the branch to handle                     *  DBANK53P
094747                                                                  DBANK53P
094757      PERFORM BUMP-DAY-EXPOSURE THRU                              DBANK53P
094767              BUMP-DAY-EXPOSURE-EXIT.                             DBANK53P
094768     IF WS-SXF-LIMITED                                            DBANK53P
094769        PERFORM BUMP-SAVINGS-COUNT THRU                           DBANK53P
094770                BUMP-SAVINGS-COUNT-EXIT                           DBANK53P
094771     END-IF.                                                      DBANK53P
094772     IF WS-SXF-IS-OVER AND                                        DBANK53P
094773        BPR-REC-EXCESS-CHARGED                                    DBANK53P
094774        PERFORM CHARGE-EXCESS-FEE THRU                            DBANK53P
094775                CHARGE-EXCESS-FEE-EXIT                            DBANK53P
094776     END-IF.                                                      DBANK53P
094777      SET WS-POST-IS-OK TO TRUE.                                  DBANK53P
094787  POST-STANDING-ORDER-EXIT.                                       DBANK53P
094797      EXIT.                                                       DBANK53P
097307      END-WRITE.                                                  DBANK53P
097308      PERFORM JOURNAL-LEDG-IMAGE THRU                             DBANK53P
097309              JOURNAL-LEDG-IMAGE-EXIT.                            DBANK53P
097310                                                                  DBANK53P
097311      IF WS-AUDIT-IS-OK                                           DBANK53P
097312         MOVE SPACES TO WS-IBPO-DATA                              DBANK53P
097313         MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP                      DBANK53P
097314         MOVE '0' TO IBPO-TIMESTAMP (26:1)                        DBANK53P
097315         MOVE TREF-REFNO TO IBPO-REFNO                            DBANK53P
097316         MOVE WS-SRC-ACCNO TO IBPO-FROM-ACCNO                     DBANK53P
097317         MOVE WS-DST-ACCNO TO IBPO-TO-ACCNO                       DBANK53P
097318         MOVE WS-POST-AMOUNT TO IBPO-AMOUNT                       DBANK53P
097319         PERFORM POST-INTER-BRANCH THRU                           DBANK53P
097320                 POST-INTER-BRANCH-EXIT                           DBANK53P
097321         IF IBPO-FAILED                                           DBANK53P
097322            SET WS-AUDIT-NOT-OK TO TRUE                           DBANK53P
097323         END-IF                                                   DBANK53P
097324      END-IF.                                                     DBANK53P
097325  WRITE-AUDIT-RECORDS-EXIT.                                       DBANK53P
097327      EXIT.                                                       DBANK53P
097330                                                                  DBANK53P
097331***************************************************************** DBANK53P
097332* Enter a movement between two accounts on the inter-branch     * DBANK53P
097333* register - UIBPOST writes nothing when both accounts sit at   * DBANK53P
097334* one branch. The caller sets the timestamp, reference,         * DBANK53P
097335* accounts and amount                                           * DBANK53P
097336***************************************************************** DBANK53P
097337 POST-INTER-BRANCH.                                               DBANK53P
097338     MOVE BUSD-DATE TO IBPO-BUS-DATE.                             DBANK53P
097339     MOVE 'DBANK53P' TO IBPO-JOB-NAME.                            DBANK53P
097340     SET IBPO-FUNC-POST TO TRUE.                                  DBANK53P
097341     CALL 'UIBPOST' USING WS-IBPO-DATA.                           DBANK53P
097342     IF IBPO-FAILED                                               DBANK53P
097343        MOVE IBPO-MSG TO WS-CONSOLE-MESSAGE                       DBANK53P
097344        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK53P
097345     END-IF.                                                      DBANK53P
097346 POST-INTER-BRANCH-EXIT.                                          DBANK53P
097347     EXIT.                                                        DBANK53P
097348                                                                  DBANK53P
097349***************************************************************** DBANK53P
097350* Draw the shortfall (plus the BNKFEES ODP transfer fee) from  *  DBANK53P
097351* the linked funding account and repair the source account in  *  DBANK53P
097352* the record area - its rewrite rides the normal posting       *  DBANK53P
097353***************************************************************** DBANK53P
097354 COVER-FROM-FUNDING.                                              DBANK53P
097355     SET WS-ODP-NOT-COVERED TO TRUE.                              DBANK53P
097356     MOVE WS-SRC-ACCNO TO BOD-REC-ACCNO.                          DBANK53P
097357     READ BNKODPR-FILE                                            DBANK53P
097358       INVALID KEY                                                DBANK53P
097359         GO TO COVER-FROM-FUNDING-EXIT                            DBANK53P
097360     END-READ.                                                    DBANK53P
097361     IF NOT BOD-REC-IS-ACTIVE                                     DBANK53P
097362        GO TO COVER-FROM-FUNDING-EXIT                             DBANK53P
097363     END-IF.                                                      DBANK53P
097364     COMPUTE WS-ODP-SHORT = WS-POST-AMOUNT -                      DBANK53P
097365         (BAC-REC-BALANCE + BAC-REC-CREDIT-LIMIT).                DBANK53P
097366     MOVE BOD-REC-FUND-ACCNO TO BA2-REC-ACCNO.                    DBANK53P
097367     READ BNKACC-FILE2                                            DBANK53P
097368       INVALID KEY                                                DBANK53P
097369         GO TO COVER-FROM-FUNDING-EXIT                            DBANK53P
097370     END-READ.                                                    DBANK53P
097371     IF BA2-REC-ACC-IS-CLOSED                                     DBANK53P
097372        GO TO COVER-FROM-FUNDING-EXIT                             DBANK53P
097373     END-IF.                                                      DBANK53P
097374*    the transfer carries the BNKFEES ODP fee exactly as the      DBANK53P
097375*    online enrolment path (DBNK128P) charges it                  DBANK53P
097376     MOVE ZERO TO WS-ODP-FEE.                                     DBANK53P
097377     MOVE 'ODP ' TO BFE-REC-FEE-CODE.                             DBANK53P
097378     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       DBANK53P
097379     READ BNKFEES-FILE                                            DBANK53P
097380       INVALID KEY                                                DBANK53P
097381         CONTINUE                                                 DBANK53P
097382     END-READ.                                                    DBANK53P
097383     IF WS-BNKFEES-STATUS IS EQUAL TO '00' AND                    DBANK53P
097384        BFE-REC-AMOUNT IS GREATER THAN ZERO                       DBANK53P
097385        MOVE BFE-REC-AMOUNT TO WS-ODP-FEE                         DBANK53P
097386     END-IF.                                                      DBANK53P
097387     COMPUTE WS-ODP-NEED = WS-ODP-SHORT + WS-ODP-FEE.             DBANK53P
097388     IF BA2-REC-BALANCE IS LESS THAN WS-ODP-NEED                  DBANK53P
097389        GO TO COVER-FROM-FUNDING-EXIT                             DBANK53P
097390     END-IF.                                                      DBANK53P
097391     SUBTRACT WS-ODP-NEED FROM BA2-REC-BALANCE.                   DBANK53P
097392     REWRITE BA2-REC                                              DBANK53P
097393       INVALID KEY                                                DBANK53P
097394         GO TO COVER-FROM-FUNDING-EXIT                            DBANK53P
097395     END-REWRITE.                                                 DBANK53P
097396     PERFORM JOURNAL-ACC2-IMAGE THRU                              DBANK53P
097397             JOURNAL-ACC2-IMAGE-EXIT.                             DBANK53P
097398     ADD WS-ODP-SHORT TO BAC-REC-BALANCE.                         DBANK53P
097399     SET WS-ODP-COVERED-OK TO TRUE.                               DBANK53P
097400     PERFORM WRITE-COVER-LEDGER THRU                              DBANK53P
097401             WRITE-COVER-LEDGER-EXIT.                             DBANK53P
097402     IF WS-ODP-FEE IS GREATER THAN ZERO                           DBANK53P
097403        PERFORM WRITE-COVER-FEE-LEDGER THRU                       DBANK53P
097404                WRITE-COVER-FEE-LEDGER-EXIT                       DBANK53P
097405     END-IF.                                                      DBANK53P
097406 COVER-FROM-FUNDING-EXIT.                                         DBANK53P
097407     EXIT.                                                        DBANK53P
097408                                                                  DBANK53P
097409**************************************************************    DBANK53P
097410* A failure after the funding account was already drawn on -      DBANK53P
097411* put the cover (and its fee) back so no money leaks. BA2 is      DBANK53P
097412* borrowed for the funding account, exactly as the cover did.     DBANK53P
097413**************************************************************    DBANK53P
097414 BACK-OUT-COVER.                                                  DBANK53P
097415     IF WS-ODP-NOT-COVERED                                        DBANK53P
097416        GO TO BACK-OUT-COVER-EXIT                                 DBANK53P
097417     END-IF.                                                      DBANK53P
097418     SUBTRACT WS-ODP-SHORT FROM BAC-REC-BALANCE.                  DBANK53P
097419     MOVE BOD-REC-FUND-ACCNO TO BA2-REC-ACCNO.                    DBANK53P
097420     READ BNKACC-FILE2                                            DBANK53P
097421       INVALID KEY                                                DBANK53P
097422         MOVE 'Unable to reverse funding cover'                   DBANK53P
097423           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097424         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097425         GO TO BACK-OUT-COVER-EXIT                                DBANK53P
097426     END-READ.                                                    DBANK53P
097427     ADD WS-ODP-NEED TO BA2-REC-BALANCE.                          DBANK53P
097428     REWRITE BA2-REC                                              DBANK53P
097429       INVALID KEY                                                DBANK53P
097430         MOVE 'Unable to reverse funding cover'                   DBANK53P
097431           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097432         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097433         GO TO BACK-OUT-COVER-EXIT                                DBANK53P
097434     END-REWRITE.                                                 DBANK53P
097435     PERFORM JOURNAL-ACC2-IMAGE THRU                              DBANK53P
097436             JOURNAL-ACC2-IMAGE-EXIT.                             DBANK53P
097437     PERFORM WRITE-COVER-REVERSAL THRU                            DBANK53P
097438             WRITE-COVER-REVERSAL-EXIT.                           DBANK53P
097439     SET WS-ODP-NOT-COVERED TO TRUE.                              DBANK53P
097440 BACK-OUT-COVER-EXIT.                                             DBANK53P
097441     EXIT.                                                        DBANK53P
097442                                                                  DBANK53P
097443**************************************************************    DBANK53P
097444* The reversing ledger legs for a backed-out cover - the          DBANK53P
097445* funding account gets its value (cover plus fee) back and the    DBANK53P
097446* source account gives the cover credit up                        DBANK53P
097447**************************************************************    DBANK53P
097448 WRITE-COVER-REVERSAL.                                            DBANK53P
097449     COPY CTSTAMPP.                                               DBANK53P
097450     MOVE SPACES TO WS-POST-DESC.                                 DBANK53P
097451     MOVE 'Overdraft protection cover reversed' TO WS-POST-DESC.  DBANK53P
097452     MOVE '7' TO WS-TIMESTAMP (26:1).                             DBANK53P
097453     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097454     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097455     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097456     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097457     MOVE WS-SRC-PID TO BLG-REC-PID.                              DBANK53P
097458     MOVE '1' TO BLG-REC-TYPE.                                    DBANK53P
097459     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBANK53P
097460     MOVE 'ODP ' TO BLG-REC-CATEGORY.                             DBANK53P
097461     MOVE BOD-REC-FUND-ACCNO TO BLG-REC-ACCNO.                    DBANK53P
097462     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097463     MOVE BOD-REC-FUND-ACCNO TO BLG-REC-ALTKEY1-ACCNO.            DBANK53P
097464     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097465     MOVE WS-ODP-NEED TO BLG-REC-AMOUNT.                          DBANK53P
097466     MOVE SPACES TO TXN-DATA.                                     DBANK53P
097467     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBANK53P
097468     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK53P
097469     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK53P
097470     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097471     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097472     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097473     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097474                           WS-TWOS-COMP-INPUT                     DBANK53P
097475                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097476     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097477     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097478     WRITE BNKLEDG-REC                                            DBANK53P
097479       INVALID KEY                                                DBANK53P
097480         MOVE 'Unable to write cover reversal'                    DBANK53P
097481           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097482         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097483     END-WRITE.                                                   DBANK53P
097484     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097485             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097486     MOVE '8' TO WS-TIMESTAMP (26:1).                             DBANK53P
097487     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK53P
097488     MOVE WS-SRC-ACCNO TO BLG-REC-ACCNO.                          DBANK53P
097489     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097490     MOVE WS-SRC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                  DBANK53P
097491     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097492     MOVE WS-ODP-SHORT TO BLG-REC-AMOUNT.                         DBANK53P
097493     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097494     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097495     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097496     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097497                           WS-TWOS-COMP-INPUT                     DBANK53P
097498                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097499     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097500     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097501     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097502     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097503     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097504     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097505     WRITE BNKLEDG-REC                                            DBANK53P
097506       INVALID KEY                                                DBANK53P
097507         MOVE 'Unable to write cover reversal'                    DBANK53P
097508           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097509         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097510     END-WRITE.                                                   DBANK53P
097511     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097512             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097513     MOVE SPACES TO WS-IBPO-DATA.                                 DBANK53P
097514     MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP.                         DBANK53P
097515     MOVE '8' TO IBPO-TIMESTAMP (26:1).                           DBANK53P
097516     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097517     MOVE IBPO-TIMESTAMP TO TREF-TIMESTAMP.                       DBANK53P
097518     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097519     MOVE TREF-REFNO TO IBPO-REFNO.                               DBANK53P
097520     MOVE WS-SRC-ACCNO TO IBPO-FROM-ACCNO.                        DBANK53P
097521     MOVE BOD-REC-FUND-ACCNO TO IBPO-TO-ACCNO.                    DBANK53P
097522     MOVE WS-ODP-SHORT TO IBPO-AMOUNT.                            DBANK53P
097523     PERFORM POST-INTER-BRANCH THRU                               DBANK53P
097524             POST-INTER-BRANCH-EXIT.                              DBANK53P
097525 WRITE-COVER-REVERSAL-EXIT.                                       DBANK53P
097526     EXIT.                                                        DBANK53P
097527                                                                  DBANK53P
097528***************************************************************** DBANK53P
097529* The protection transfer's pair of ledger legs               *   DBANK53P
097530***************************************************************** DBANK53P
097531 WRITE-COVER-LEDGER.                                              DBANK53P
097532     COPY CTSTAMPP.                                               DBANK53P
097533     MOVE SPACES TO WS-POST-DESC.                                 DBANK53P
097534     MOVE 'Overdraft protection transfer' TO WS-POST-DESC.        DBANK53P
097535     MOVE '4' TO WS-TIMESTAMP (26:1).                             DBANK53P
097536     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097537     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097538     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097539     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097540     MOVE WS-SRC-PID TO BLG-REC-PID.                              DBANK53P
097541     MOVE '1' TO BLG-REC-TYPE.                                    DBANK53P
097542     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK53P
097543     MOVE 'ODP ' TO BLG-REC-CATEGORY.                             DBANK53P
097544     MOVE BOD-REC-FUND-ACCNO TO BLG-REC-ACCNO.                    DBANK53P
097545     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097546     MOVE BOD-REC-FUND-ACCNO TO BLG-REC-ALTKEY1-ACCNO.            DBANK53P
097547     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097548     MOVE WS-ODP-SHORT TO BLG-REC-AMOUNT.                         DBANK53P
097549     MOVE SPACES TO TXN-DATA.                                     DBANK53P
097550     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBANK53P
097551     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK53P
097552     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK53P
097553     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097554     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097555     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097556     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097557                           WS-TWOS-COMP-INPUT                     DBANK53P
097558                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097559     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097560     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097561     WRITE BNKLEDG-REC                                            DBANK53P
097562       INVALID KEY                                                DBANK53P
097563         MOVE 'Unable to write cover FROM entry'                  DBANK53P
097564           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097565         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097566     END-WRITE.                                                   DBANK53P
097567     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097568             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097569     MOVE '5' TO WS-TIMESTAMP (26:1).                             DBANK53P
097570     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBANK53P
097571     MOVE WS-SRC-ACCNO TO BLG-REC-ACCNO.                          DBANK53P
097572     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097573     MOVE WS-SRC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                  DBANK53P
097574     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097575     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097576     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097577     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097578     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097579                           WS-TWOS-COMP-INPUT                     DBANK53P
097580                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097581     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097582     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097583     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097584     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097585     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097586     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097587     WRITE BNKLEDG-REC                                            DBANK53P
097588       INVALID KEY                                                DBANK53P
097589         MOVE 'Unable to write cover TO entry'                    DBANK53P
097590           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097591         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097592     END-WRITE.                                                   DBANK53P
097593     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097594             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097595     MOVE SPACES TO WS-IBPO-DATA.                                 DBANK53P
097596     MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP.                         DBANK53P
097597     MOVE '4' TO IBPO-TIMESTAMP (26:1).                           DBANK53P
097598     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097599     MOVE IBPO-TIMESTAMP TO TREF-TIMESTAMP.                       DBANK53P
097600     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097601     MOVE TREF-REFNO TO IBPO-REFNO.                               DBANK53P
097602     MOVE BOD-REC-FUND-ACCNO TO IBPO-FROM-ACCNO.                  DBANK53P
097603     MOVE WS-SRC-ACCNO TO IBPO-TO-ACCNO.                          DBANK53P
097604     MOVE WS-ODP-SHORT TO IBPO-AMOUNT.                            DBANK53P
097605     PERFORM POST-INTER-BRANCH THRU                               DBANK53P
097606             POST-INTER-BRANCH-EXIT.                              DBANK53P
097607 WRITE-COVER-LEDGER-EXIT.                                         DBANK53P
097608     EXIT.                                                        DBANK53P
097609                                                                  DBANK53P
097610**************************************************************    DBANK53P
097611* The ODP transfer fee, already taken off the funding account     DBANK53P
097612* with the shortfall                                              DBANK53P
097613**************************************************************    DBANK53P
097614 WRITE-COVER-FEE-LEDGER.                                          DBANK53P
097615     MOVE SPACES TO WS-POST-DESC.                                 DBANK53P
097616     MOVE 'Overdraft protection fee' TO WS-POST-DESC.             DBANK53P
097617     MOVE '6' TO WS-TIMESTAMP (26:1).                             DBANK53P
097618     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097619     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097620     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097621     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097622     MOVE WS-SRC-PID TO BLG-REC-PID.                              DBANK53P
097623     MOVE '1' TO BLG-REC-TYPE.                                    DBANK53P
097624     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK53P
097625     MOVE 'ODP ' TO BLG-REC-CATEGORY.                             DBANK53P
097626     MOVE BOD-REC-FUND-ACCNO TO BLG-REC-ACCNO.                    DBANK53P
097627     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097628     MOVE BOD-REC-FUND-ACCNO TO BLG-REC-ALTKEY1-ACCNO.            DBANK53P
097629     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097630     MOVE WS-ODP-FEE TO BLG-REC-AMOUNT.                           DBANK53P
097631     MOVE SPACES TO TXN-DATA.                                     DBANK53P
097632     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBANK53P
097633     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK53P
097634     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK53P
097635     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097636     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097637     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097638     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097639                           WS-TWOS-COMP-INPUT                     DBANK53P
097640                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097641     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097642     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097643     WRITE BNKLEDG-REC                                            DBANK53P
097644       INVALID KEY                                                DBANK53P
097645         MOVE 'Unable to write cover fee entry'                   DBANK53P
097646           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097647         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097648     END-WRITE.                                                   DBANK53P
097649     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097650             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097651 WRITE-COVER-FEE-LEDGER-EXIT.                                     DBANK53P
097652     EXIT.                                                        DBANK53P
097653                                                                  DBANK53P
097654***************************************************************** DBANK53P
097655* Does the source account's product limit its outgoing          * DBANK53P
097656* transfers per statement cycle? If so, find the account's      * DBANK53P
097657* count on BNKSXFR - starting a fresh cycle when the statement  * DBANK53P
097658* date has moved on - and see whether this order passes the     * DBANK53P
097659* limit. For a refusing product the attempt is still marked     * DBANK53P
097660* against the cycle.                                            * DBANK53P
097661***************************************************************** DBANK53P
097662 CHECK-SAVINGS-LIMIT.                                             DBANK53P
097663     SET WS-SXF-UNLIMITED TO TRUE.                                DBANK53P
097664     SET WS-SXF-NOT-OVER TO TRUE.                                 DBANK53P
097665     MOVE BAC-REC-TYPE TO BPR-REC-TYPE.                           DBANK53P
097666     READ BNKPROD-FILE                                            DBANK53P
097667       INVALID KEY                                                DBANK53P
097668         GO TO CHECK-SAVINGS-LIMIT-EXIT                           DBANK53P
097669     END-READ.                                                    DBANK53P
097670     IF BPR-REC-XFER-LIMIT IS NOT NUMERIC OR                      DBANK53P
097671        BPR-REC-XFER-LIMIT IS EQUAL TO ZERO                       DBANK53P
097672        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK53P
097673     END-IF.                                                      DBANK53P
097674     SET WS-SXF-LIMITED TO TRUE.                                  DBANK53P
097675     SET WS-SXF-ON-FILE TO TRUE.                                  DBANK53P
097676     MOVE WS-SRC-ACCNO TO SXF-REC-ACCNO.                          DBANK53P
097677     READ BNKSXFR-FILE                                            DBANK53P
097678       INVALID KEY                                                DBANK53P
097679         SET WS-SXF-NOT-ON-FILE TO TRUE                           DBANK53P
097680         MOVE SPACES TO BNKSXFR-REC                               DBANK53P
097681         MOVE WS-SRC-ACCNO TO SXF-REC-ACCNO                       DBANK53P
097682         MOVE BAC-REC-LAST-STMT-DTE TO SXF-REC-CYCLE              DBANK53P
097683         MOVE ZERO TO SXF-REC-COUNT                               DBANK53P
097684         MOVE ZERO TO SXF-REC-OVER-COUNT                          DBANK53P
097685         MOVE 'NNNNNN' TO SXF-REC-HISTORY                         DBANK53P
097686     END-READ.                                                    DBANK53P
097687     IF SXF-REC-CYCLE IS NOT EQUAL TO BAC-REC-LAST-STMT-DTE       DBANK53P
097688        MOVE SXF-REC-HISTORY (2:5) TO WS-SXF-HISTORY (1:5)        DBANK53P
097689        MOVE 'N' TO WS-SXF-HISTORY (6:1)                          DBANK53P
097690        MOVE WS-SXF-HISTORY TO SXF-REC-HISTORY                    DBANK53P
097691        MOVE BAC-REC-LAST-STMT-DTE TO SXF-REC-CYCLE               DBANK53P
097692        MOVE ZERO TO SXF-REC-COUNT                                DBANK53P
097693        MOVE ZERO TO SXF-REC-OVER-COUNT                           DBANK53P
097694     END-IF.                                                      DBANK53P
097695     IF SXF-REC-COUNT IS LESS THAN BPR-REC-XFER-LIMIT             DBANK53P
097696        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK53P
097697     END-IF.                                                      DBANK53P
097698     SET WS-SXF-IS-OVER TO TRUE.                                  DBANK53P
097699     IF BPR-REC-EXCESS-CHARGED                                    DBANK53P
097700        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK53P
097701     END-IF.                                                      DBANK53P
097702     PERFORM MARK-SAVINGS-OVER THRU                               DBANK53P
097703             MARK-SAVINGS-OVER-EXIT.                              DBANK53P
097704     PERFORM STORE-SAVINGS-COUNT THRU                             DBANK53P
097705             STORE-SAVINGS-COUNT-EXIT.                            DBANK53P
097706 CHECK-SAVINGS-LIMIT-EXIT.                                        DBANK53P
097707     EXIT.                                                        DBANK53P
097708                                                                  DBANK53P
097709***************************************************************** DBANK53P
097710* The order has posted - count it against the cycle             * DBANK53P
097711***************************************************************** DBANK53P
097712 BUMP-SAVINGS-COUNT.                                              DBANK53P
097713     IF SXF-REC-COUNT IS LESS THAN 999                            DBANK53P
097714        ADD 1 TO SXF-REC-COUNT                                    DBANK53P
097715     END-IF.                                                      DBANK53P
097716     MOVE WS-TODAY-DATE TO SXF-REC-LAST-DATE.                     DBANK53P
097717     IF WS-SXF-IS-OVER                                            DBANK53P
097718        PERFORM MARK-SAVINGS-OVER THRU                            DBANK53P
097719                MARK-SAVINGS-OVER-EXIT                            DBANK53P
097720     END-IF.                                                      DBANK53P
097721     PERFORM STORE-SAVINGS-COUNT THRU                             DBANK53P
097722             STORE-SAVINGS-COUNT-EXIT.                            DBANK53P
097723 BUMP-SAVINGS-COUNT-EXIT.                                         DBANK53P
097724     EXIT.                                                        DBANK53P
097725                                                                  DBANK53P
097726 MARK-SAVINGS-OVER.                                               DBANK53P
097727     IF SXF-REC-OVER-COUNT IS LESS THAN 999                       DBANK53P
097728        ADD 1 TO SXF-REC-OVER-COUNT                               DBANK53P
097729     END-IF.                                                      DBANK53P
097730     MOVE 'Y' TO SXF-REC-HISTORY (6:1).                           DBANK53P
097731     MOVE WS-TODAY-DATE TO SXF-REC-LAST-OVER-DATE.                DBANK53P
097732 MARK-SAVINGS-OVER-EXIT.                                          DBANK53P
097733     EXIT.                                                        DBANK53P
097734                                                                  DBANK53P
097735 STORE-SAVINGS-COUNT.                                             DBANK53P
097736     IF WS-SXF-ON-FILE                                            DBANK53P
097737        REWRITE BNKSXFR-REC                                       DBANK53P
097738          INVALID KEY                                             DBANK53P
097739            MOVE 'Unable to update savings transfer count'        DBANK53P
097740              TO WS-CONSOLE-MESSAGE                               DBANK53P
097741            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBANK53P
097742        END-REWRITE                                               DBANK53P
097743     ELSE                                                         DBANK53P
097744        WRITE BNKSXFR-REC                                         DBANK53P
097745          INVALID KEY                                             DBANK53P
097746            MOVE 'Unable to add savings transfer count'           DBANK53P
097747              TO WS-CONSOLE-MESSAGE                               DBANK53P
097748            PERFORM DISPLAY-CONSOLE-MESSAGE                       DBANK53P
097749        END-WRITE                                                 DBANK53P
097750     END-IF.                                                      DBANK53P
097751 STORE-SAVINGS-COUNT-EXIT.                                        DBANK53P
097752     EXIT.                                                        DBANK53P
097753                                                                  DBANK53P
097754***************************************************************** DBANK53P
097755* A charging product takes the BNKFEES XWDL fee for the account * DBANK53P
097756* type from the source account; the caller rewrites the source  * DBANK53P
097757* record. If the fee entry cannot be written the fee is put     * DBANK53P
097758* back so no money moves without its ledger trail.              * DBANK53P
097759***************************************************************** DBANK53P
097760 CHARGE-EXCESS-FEE.                                               DBANK53P
097761     MOVE ZERO TO WS-XWDL-FEE.                                    DBANK53P
097762     MOVE 'XWDL' TO BFE-REC-FEE-CODE.                             DBANK53P
097763     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       DBANK53P
097764     READ BNKFEES-FILE                                            DBANK53P
097765       INVALID KEY                                                DBANK53P
097766         GO TO CHARGE-EXCESS-FEE-EXIT                             DBANK53P
097767     END-READ.                                                    DBANK53P
097768     MOVE BFE-REC-AMOUNT TO WS-XWDL-FEE.                          DBANK53P
097769     IF WS-XWDL-FEE IS NOT GREATER THAN ZERO                      DBANK53P
097770        GO TO CHARGE-EXCESS-FEE-EXIT                              DBANK53P
097771     END-IF.                                                      DBANK53P
097772     SUBTRACT WS-XWDL-FEE FROM BAC-REC-BALANCE.                   DBANK53P
097773     COPY CTSTAMPP.                                               DBANK53P
097774     MOVE SPACES TO WS-POST-DESC.                                 DBANK53P
097775     MOVE 'Excess transfer fee' TO WS-POST-DESC.                  DBANK53P
097776     MOVE '9' TO WS-TIMESTAMP (26:1).                             DBANK53P
097777     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097778     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097779     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097780     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097781     MOVE WS-SRC-PID TO BLG-REC-PID.                              DBANK53P
097782     MOVE '1' TO BLG-REC-TYPE.                                    DBANK53P
097783     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK53P
097784     MOVE 'FEE ' TO BLG-REC-CATEGORY.                             DBANK53P
097785     MOVE WS-SRC-ACCNO TO BLG-REC-ACCNO.                          DBANK53P
097786     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097787     MOVE WS-SRC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                  DBANK53P
097788     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097789     MOVE WS-XWDL-FEE TO BLG-REC-AMOUNT.                          DBANK53P
097790     MOVE SPACES TO TXN-DATA.                                     DBANK53P
097791     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBANK53P
097792     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK53P
097793     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK53P
097794     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097795     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097796     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097797     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097798                           WS-TWOS-COMP-INPUT                     DBANK53P
097799                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097800     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097801     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097802     WRITE BNKLEDG-REC                                            DBANK53P
097803       INVALID KEY                                                DBANK53P
097804         MOVE 'Unable to write excess transfer fee entry'         DBANK53P
097805           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097806         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097807         ADD WS-XWDL-FEE TO BAC-REC-BALANCE                       DBANK53P
097808         GO TO CHARGE-EXCESS-FEE-EXIT                             DBANK53P
097809     END-WRITE.                                                   DBANK53P
097810     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097811             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097812 CHARGE-EXCESS-FEE-EXIT.                                          DBANK53P
097813     EXIT.                                                        DBANK53P
097814                                                                  DBANK53P
097815***************************************************************** DBANK53P
097816* Debit one recurring instruction's source account and queue   *  DBANK53P
097817* the payment - the settlement credit posts when DBANK74P      *  DBANK53P
097818* gathers the queue, exactly as a keyed payment does           *  DBANK53P
097819***************************************************************** DBANK53P
097820 POST-RECURRING-PAYMENT.                                          DBANK53P
097821     MOVE RPY-REC-SRC-ACCNO TO BA2-REC-ACCNO.                     DBANK53P
097822     READ BNKACC-FILE2                                            DBANK53P
097823       INVALID KEY                                                DBANK53P
097824         MOVE RPY-REC-SRC-ACCNO TO WS-SRC-ACCNO                   DBANK53P
097825         MOVE 'Recurring source account missing' TO               DBANK53P
097826           WS-FAIL-REASON                                         DBANK53P
097827         PERFORM WRITE-RECUR-EXCEPTION THRU                       DBANK53P
097828                 WRITE-RECUR-EXCEPTION-EXIT                       DBANK53P
097829         GO TO POST-RECURRING-PAYMENT-EXIT                        DBANK53P
097830     END-READ.                                                    DBANK53P
097831     IF BA2-REC-ACC-IS-CLOSED                                     DBANK53P
097832        MOVE RPY-REC-SRC-ACCNO TO WS-SRC-ACCNO                    DBANK53P
097833        MOVE 'Recurring source account closed' TO                 DBANK53P
097834          WS-FAIL-REASON                                          DBANK53P
097835        PERFORM WRITE-RECUR-EXCEPTION THRU                        DBANK53P
097836                WRITE-RECUR-EXCEPTION-EXIT                        DBANK53P
097837        GO TO POST-RECURRING-PAYMENT-EXIT                         DBANK53P
097838     END-IF.                                                      DBANK53P
097839     IF BA2-REC-BALANCE IS LESS THAN RPY-REC-AMOUNT               DBANK53P
097840        MOVE RPY-REC-SRC-ACCNO TO WS-SRC-ACCNO                    DBANK53P
097841        MOVE 'Insufficient funds for recurring pay' TO            DBANK53P
097842          WS-FAIL-REASON                                          DBANK53P
097843        PERFORM WRITE-RECUR-EXCEPTION THRU                        DBANK53P
097844                WRITE-RECUR-EXCEPTION-EXIT                        DBANK53P
097845        GO TO POST-RECURRING-PAYMENT-EXIT                         DBANK53P
097846     END-IF.                                                      DBANK53P
097847     SUBTRACT RPY-REC-AMOUNT FROM BA2-REC-BALANCE.                DBANK53P
097848     REWRITE BA2-REC                                              DBANK53P
097849       INVALID KEY                                                DBANK53P
097850         MOVE 'Unable to debit recurring source'                  DBANK53P
097851           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097852         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097853         GO TO POST-RECURRING-PAYMENT-EXIT                        DBANK53P
097854     END-REWRITE.                                                 DBANK53P
097855     PERFORM JOURNAL-ACC2-IMAGE THRU                              DBANK53P
097856             JOURNAL-ACC2-IMAGE-EXIT.                             DBANK53P
097857                                                                  DBANK53P
097858*    the FROM leg and the queue entry share the timestamp         DBANK53P
097859     COPY CTSTAMPP.                                               DBANK53P
097860     MOVE '6' TO WS-TIMESTAMP (26:1).                             DBANK53P
097861     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK53P
097862     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK53P
097863     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK53P
097864     MOVE SPACES TO WS-POST-DESC.                                 DBANK53P
097865     STRING 'Recurring payment to ' DELIMITED BY SIZE             DBANK53P
097866            RPY-REC-PAYEE-ID DELIMITED BY SIZE                    DBANK53P
097867       INTO WS-POST-DESC.                                         DBANK53P
097868     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK53P
097869     MOVE RPY-REC-PID TO BLG-REC-PID.                             DBANK53P
097870     MOVE '1' TO BLG-REC-TYPE.                                    DBANK53P
097871     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK53P
097872     MOVE 'RCUR' TO BLG-REC-CATEGORY.                             DBANK53P
097873     MOVE RPY-REC-SRC-ACCNO TO BLG-REC-ACCNO.                     DBANK53P
097874     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK53P
097875     MOVE RPY-REC-SRC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.             DBANK53P
097876     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK53P
097877     MOVE RPY-REC-AMOUNT TO BLG-REC-AMOUNT.                       DBANK53P
097878     MOVE SPACES TO TXN-DATA.                                     DBANK53P
097879     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBANK53P
097880     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK53P
097881     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK53P
097882     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK53P
097883     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK53P
097884     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK53P
097885     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK53P
097886                           WS-TWOS-COMP-INPUT                     DBANK53P
097887                           WS-TWOS-COMP-OUTPUT.                   DBANK53P
097888     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK53P
097889     MOVE BUSD-DATE TO BLG-REC-BUS-DATE.                          DBANK53P
097890     WRITE BNKLEDG-REC                                            DBANK53P
097891       INVALID KEY                                                DBANK53P
097892         MOVE 'Unable to write recurring FROM leg'                DBANK53P
097893           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097894         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097895     END-WRITE.                                                   DBANK53P
097896     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK53P
097897             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK53P
097898     MOVE SPACES TO BLG-REC-CATEGORY.                             DBANK53P
097899                                                                  DBANK53P
097900     MOVE SPACES TO BNKOPAY-REC.                                  DBANK53P
097901     MOVE WS-TIMESTAMP TO BOP-REC-TIMESTAMP.                      DBANK53P
097902     MOVE RPY-REC-PAYEE-ID TO BOP-REC-PAYEE-ID.                   DBANK53P
097903     MOVE RPY-REC-PID TO BOP-REC-PID.                             DBANK53P
097904     MOVE RPY-REC-SRC-ACCNO TO BOP-REC-SRC-ACCNO.                 DBANK53P
097905     MOVE RPY-REC-AMOUNT TO BOP-REC-AMOUNT.                       DBANK53P
097906     MOVE TREF-REFNO TO BOP-REC-REFNO.                            DBANK53P
097907     SET BOP-REC-IS-PENDING TO TRUE.                              DBANK53P
097908     MOVE SPACES TO BOP-REC-SENT-DATE.                            DBANK53P
097909     WRITE BNKOPAY-REC                                            DBANK53P
097910       INVALID KEY                                                DBANK53P
097911         MOVE 'Unable to queue recurring payment'                 DBANK53P
097912           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097913         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097914         GO TO POST-RECURRING-PAYMENT-EXIT                        DBANK53P
097915     END-WRITE.                                                   DBANK53P
097916                                                                  DBANK53P
097917     MOVE WS-TODAY-DATE TO RPY-REC-LAST-PAID.                     DBANK53P
097918     REWRITE BNKRPAY-REC                                          DBANK53P
097919       INVALID KEY                                                DBANK53P
097920         MOVE 'Unable to stamp recurring payment'                 DBANK53P
097921           TO WS-CONSOLE-MESSAGE                                  DBANK53P
097922         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
097923     END-REWRITE.                                                 DBANK53P
097924     ADD 1 TO WS-RECUR-POSTED.                                    DBANK53P
097925 POST-RECURRING-PAYMENT-EXIT.                                     DBANK53P
097926     EXIT.                                                        DBANK53P
097927                                                                  DBANK53P
097928***************************************************************** DBANK53P
097929* A failed recurring payment waits on the exception queue      *  DBANK53P
097930* with the standing order failures for DBANK63P to retry       *  DBANK53P
097931***************************************************************** DBANK53P
097932 WRITE-RECUR-EXCEPTION.                                           DBANK53P
097933     ADD 1 TO WS-RECUR-FAILED.                                    DBANK53P
097934     MOVE RPY-REC-PAYEE-ID TO WS-DST-ACCNO.                       DBANK53P
097935     MOVE RPY-REC-AMOUNT TO WS-POST-AMOUNT.                       DBANK53P
097936     PERFORM WRITE-EXCEPTION-RECORD THRU                          DBANK53P
097937             WRITE-EXCEPTION-RECORD-EXIT.                         DBANK53P
097938 WRITE-RECUR-EXCEPTION-EXIT.                                      DBANK53P
097939     EXIT.                                                        DBANK53P
097940                                                                  DBANK53P
097941***************************************************************** DBANK53P
097942* Write an entry to the standing order posting exception     *    DBANK53P
097943* queue so DBANK63P can retry it later, rather than simply    *   DBANK53P
097944* losing the failure once this job's console message scrolls  *   DBANK53P
097945* off screen.                                                  *  DBANK53P
097946***************************************************************** DBANK53P
097947 WRITE-EXCEPTION-RECORD.                                          DBANK53P
097948      COPY CTSTAMPP.                                              DBANK53P
097949      MOVE WS-TIMESTAMP TO SOX-REC-TIMESTAMP.                     DBANK53P
097950      MOVE WS-SRC-ACCNO TO SOX-REC-SRC-ACCNO.                     DBANK53P
097951      MOVE WS-SRC-PID TO SOX-REC-SRC-PID.                         DBANK53P
097952      MOVE WS-DST-ACCNO TO SOX-REC-DST-ACCNO.                     DBANK53P
097953      MOVE WS-DST-PID TO SOX-REC-DST-PID.                         DBANK53P
097954      MOVE WS-POST-AMOUNT TO SOX-REC-AMOUNT.                      DBANK53P
097955      MOVE WS-POST-SLOT TO SOX-REC-SLOT.                          DBANK53P
097956      MOVE WS-FAIL-REASON TO SOX-REC-REASON.                      DBANK53P
097957      MOVE WS-TODAY-DATE TO SOX-REC-CREATED-DATE.                 DBANK53P
097958      MOVE 0 TO SOX-REC-RETRY-COUNT.                              DBANK53P
097959      SET SOX-REC-PENDING TO TRUE.                                DBANK53P
097960      MOVE SPACES TO SOX-REC-RESOLVED-DATE.                       DBANK53P
097961      WRITE BNKSORX-REC                                           DBANK53P
097962        INVALID KEY                                               DBANK53P
097963          MOVE SPACES TO WS-CONSOLE-MESSAGE                       DBANK53P
097964          STRING 'Unable to write exception record for '          DBANK53P
097965                                          DELIMITED BY SIZE       DBANK53P
097966                 WS-SRC-ACCNO            DELIMITED BY SIZE        DBANK53P
097967            INTO WS-CONSOLE-MESSAGE                               DBANK53P
097968          PERFORM DISPLAY-CONSOLE-MESSAGE                         DBANK53P
097969      END-WRITE.                                                  DBANK53P
097970 WRITE-EXCEPTION-RECORD-EXIT.                                     DBANK53P
097971     EXIT.                                                        DBANK53P
097972                                                                  DBANK53P
097973                                                                  DBANK53P
097974***************************************************************** DBANK53P
097975* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBANK53P
097976* each write to a protected cluster lands its final image on    * DBANK53P
097977* the BNKFJRN journal                                           * DBANK53P
097978***************************************************************** DBANK53P
097979 JOURNAL-ACC-IMAGE.                                               DBANK53P
097980     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBANK53P
097981     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK53P
097982     SET FJRN-ACTION-REWRITE TO TRUE.                             DBANK53P
097983     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBANK53P
097984     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK53P
097985     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBANK53P
097986     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK53P
097987 JOURNAL-ACC-IMAGE-EXIT.                                          DBANK53P
097988     EXIT.                                                        DBANK53P
097989                                                                  DBANK53P
097990 JOURNAL-ACC2-IMAGE.                                              DBANK53P
097991     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBANK53P
097992     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK53P
097993     SET FJRN-ACTION-REWRITE TO TRUE.                             DBANK53P
097994     MOVE LENGTH OF BA2-REC TO FJRN-REC-LEN.                      DBANK53P
097995     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK53P
097996     MOVE BA2-REC TO FJRN-REC-IMAGE.                              DBANK53P
097997     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK53P
097998 JOURNAL-ACC2-IMAGE-EXIT.                                         DBANK53P
097999     EXIT.                                                        DBANK53P
098000                                                                  DBANK53P
098001 JOURNAL-LEDG-IMAGE.                                              DBANK53P
098002     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBANK53P
098003     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK53P
098004     SET FJRN-ACTION-WRITE TO TRUE.                               DBANK53P
098005     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBANK53P
098006     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK53P
098007     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBANK53P
098008     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK53P
098009 JOURNAL-LEDG-IMAGE-EXIT.                                         DBANK53P
098010     EXIT.                                                        DBANK53P
098011                                                                  DBANK53P
098012****************************************************************  DBANK53P
098013* Check file open OK                                            * DBANK53P
098014****************************************************************  DBANK53P
098015  CHECK-OPEN.                                                     DBANK53P
098016      IF WS-IO-STATUS IS EQUAL TO '00'                            DBANK53P
098017         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBANK53P
098018         STRING WS-FILE       DELIMITED BY ' '                    DBANK53P
098019                ' opened ok' DELIMITED BY SIZE                    DBANK53P
098020           INTO WS-CONSOLE-MESSAGE                                DBANK53P
098021         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
098022      ELSE                                                        DBANK53P
098023         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBANK53P
098024         STRING WS-FILE          DELIMITED BY ' '                 DBANK53P
098025                ' did not open' DELIMITED BY SIZE                 DBANK53P
098026           INTO WS-CONSOLE-MESSAGE                                DBANK53P
098027         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
098028         PERFORM DISPLAY-IO-STATUS                                DBANK53P
098029         ADD 1 TO WS-OPEN-ERROR                                   DBANK53P
098030      END-IF.                                                     DBANK53P
098031  CHECK-OPEN-EXIT.                                                DBANK53P
098032      EXIT.                                                       DBANK53P
098033                                                                  DBANK53P
098034****************************************************************  DBANK53P
098035* Display the file status bytes. This routine will display as   * DBANK53P
098036* two digits if the full two byte file status is numeric. If    * DBANK53P
098037* second byte is non-numeric then it will be treated as a       * DBANK53P
098038* binary number.                                                * DBANK53P
098039****************************************************************  DBANK53P
098040  DISPLAY-IO-STATUS.                                              DBANK53P
098041      IF WS-IO-STATUS NUMERIC                                     DBANK53P
098042         MOVE SPACE TO WS-CONSOLE-MESSAGE                         DBANK53P
098043         STRING 'File status -' DELIMITED BY SIZE                 DBANK53P
098044                WS-IO-STATUS   DELIMITED BY SIZE                  DBANK53P
098045           INTO WS-CONSOLE-MESSAGE                                DBANK53P
098046         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK53P
098047      ELSE                                                        DBANK53P
098048         SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY    DBANK53P
098049         MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                   DBANK53P
098057         MOVE SPACE TO WS-CONSOLE-MESSAGE                         DBANK53P
098067         STRING 'File status -' DELIMITED BY SIZE                 DBANK53P
098077                WS-IO-STAT1    DELIMITED BY SIZE                  DBANK53P
