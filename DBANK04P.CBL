004031   05  WS-READ-TOKEN-FEE                     PIC S9(8) COMP.      DBANK04P
004048   05  WS-BNKFEES-RID                        PIC X(5).            DBANK04P
004065   05  WS-BNKLEDG-RID                        PIC X(26).           DBANK04P
004067   05  WS-BNKRVLN-RID                        PIC X(9).            DBANK04P
004069   05  WS-FLOOR-BAL                          PIC S9(9)V99 COMP-3. DBANK04P
004071   05  WS-LINE-FLAG                          PIC X(1).            DBANK04P
004073     88  WS-FROM-IS-LINE                     VALUE 'Y'.           DBANK04P
004075     88  WS-FROM-NOT-LINE                    VALUE 'N'.           DBANK04P
004076   05  WS-FEE-CODE                           PIC X(4).            DBANK04P
004077   05  WS-FEE-TAG                            PIC X(1).            DBANK04P
004078   05  WS-FEE-DESC                           PIC X(20).           DBANK04P
004079   05  WS-FEE-DONE-MSG                       PIC X(40).           DBANK04P
004080   05  WS-BNKPROD-RID                        PIC X(1).            DBANK04P
004081   05  WS-BNKSXFR-RID                        PIC X(9).            DBANK04P
004082   05  WS-SXF-RESP                           PIC S9(8) COMP.      DBANK04P
004083   05  WS-SXF-TOKEN                          PIC S9(8) COMP.      DBANK04P
004084   05  WS-SXF-HISTORY                        PIC X(6).            DBANK04P
004085   05  WS-SXF-LIMIT-FLAG                     PIC X(1).            DBANK04P
004086     88  WS-SXF-LIMITED                      VALUE 'Y'.           DBANK04P
004087     88  WS-SXF-UNLIMITED                    VALUE 'N'.           DBANK04P
004088   05  WS-SXF-FILE-FLAG                      PIC X(1).            DBANK04P
004089     88  WS-SXF-ON-FILE                      VALUE 'Y'.           DBANK04P
004090     88  WS-SXF-NOT-ON-FILE                  VALUE 'N'.           DBANK04P
004091   05  WS-SXF-OVER-FLAG                      PIC X(1).            DBANK04P
004092     88  WS-SXF-IS-OVER                      VALUE 'Y'.           DBANK04P
004093     88  WS-SXF-NOT-OVER                     VALUE 'N'.           DBANK04P
004096                                                                  DBANK04P
004100 COPY CTSTAMPD.                                                   DBANK04P
004200                                                                  DBANK04P
004300 01  WS-BNKACC-FROM-REC.                                          DBANK04P
005117                                                                  DBANK04P
005127 01  WS-BNKLEDG-REC.                                              DBANK04P
005137 COPY CBANKVLG.                                                   DBANK04P
005139                                                                  DBANK04P
005141 01  WS-BNKRVLN-REC.                                              DBANK04P
005143 COPY CBANKVRL.                                                   DBANK04P
005144                                                                  DBANK04P
005145 01  WS-BNKPROD-REC.                                              DBANK04P
005146 COPY CBANKVPT.                                                   DBANK04P
005147                                                                  DBANK04P
005148 01  WS-BNKSXFR-REC.                                              DBANK04P
005149 COPY CBANKVSF.                                                   DBANK04P
005153                                                                  DBANK04P
005157 01  WS-TWOS-COMP.                                                DBANK04P
005167   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK04P
005177   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBANK04P
010097     END-IF.                                                      DBANK04P
010098*                                                                 DBANK04P
010099* Funds on deposit hold are not yet available - a debit           DBANK04P
010100* may not leave the balance below the account's hold total.       DBANK04P
010107* An active revolving credit line may draw on down to its         DBANK04P
010117* approved limit (BAC-REC-CREDIT-LIMIT) below that total          DBANK04P
010127*                                                                 DBANK04P
010137     SET WS-FROM-NOT-LINE TO TRUE.                                DBANK04P
010147     MOVE CD04I-FROM-ACC TO WS-BNKRVLN-RID.                       DBANK04P
010148     EXEC CICS READ FILE('BNKRVLN')                               DBANK04P
010149                    INTO(WS-BNKRVLN-REC)                          DBANK04P
010150                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              DBANK04P
010151                    RIDFLD(WS-BNKRVLN-RID)                        DBANK04P
010152                    RESP(WS-DUSE-RESP)                            DBANK04P
010153     END-EXEC.                                                    DBANK04P
010154     IF WS-DUSE-RESP IS EQUAL TO DFHRESP(NORMAL) AND              DBANK04P
010155        RVL-REC-IS-ACTIVE                                         DBANK04P
010156        SET WS-FROM-IS-LINE TO TRUE                               DBANK04P
010157     END-IF.                                                      DBANK04P
010158     MOVE BAC-REC-HOLD-AMOUNT IN WS-BNKACC-FROM-REC               DBANK04P
010159       TO WS-FLOOR-BAL.                                           DBANK04P
010160     IF WS-FROM-IS-LINE                                           DBANK04P
010161        SUBTRACT BAC-REC-CREDIT-LIMIT IN WS-BNKACC-FROM-REC       DBANK04P
010162          FROM WS-FLOOR-BAL                                       DBANK04P
010163     END-IF.                                                      DBANK04P
010164     IF CD04I-FROM-NEW-BAL IS LESS THAN CD04I-FROM-OLD-BAL        DBANK04P
010165        AND CD04I-FROM-NEW-BAL IS LESS THAN WS-FLOOR-BAL          DBANK04P
010167        MOVE 'Deposited funds not yet available'                  DBANK04P
010169          TO CD04O-MSG                                            DBANK04P
010173        GO TO DBANK04P-EXIT                                       DBANK04P
010177     END-IF.                                                      DBANK04P
010187                                                                  DBANK04P
010197***************************************************************** DBANK04P
010357        END-IF                                                    DBANK04P
010367     END-IF.                                                      DBANK04P
010377*                                                                 DBANK04P
010378* A savings product may limit the outgoing transfers an       *   DBANK04P
010379* account makes in a statement cycle. Past the limit the      *   DBANK04P
010380* product either refuses the transfer here or lets it post    *   DBANK04P
010381* and charges the excess-withdrawal fee afterwards.           *   DBANK04P
010382*                                                                 DBANK04P
010383     SET WS-SXF-UNLIMITED TO TRUE.                                DBANK04P
010384     IF WS-XFER-AMOUNT IS GREATER THAN ZERO                       DBANK04P
010385        PERFORM CHECK-SAVINGS-LIMIT THRU                          DBANK04P
010386                CHECK-SAVINGS-LIMIT-EXIT                          DBANK04P
010387        IF CD04O-MSG IS NOT EQUAL TO SPACES                       DBANK04P
010388           GO TO DBANK04P-EXIT                                    DBANK04P
010389        END-IF                                                    DBANK04P
010390     END-IF.                                                      DBANK04P
010391*                                                                 DBANK04P
010394* Every channel's outgoing postings count against one daily   *   DBANK04P
010397* customer limit. Going over it needs the same supervisor     *   DBANK04P
010407* approval step a large transfer does, and the override is    *   DBANK04P
010417* remembered on the day's usage record.                       *   DBANK04P
015928                                                                  DBANK04P
015932***************************************************************** DBANK04P
015936* An ordinary debit that takes the FROM account negative incurs * DBANK04P
015940* the per-event overdraft usage fee for its account type - a    * DBANK04P
015942* draw on a revolving credit line is not an overdraft           * DBANK04P
015944***************************************************************** DBANK04P
015948     IF CD04I-FROM-NEW-BAL IS LESS THAN ZERO                      DBANK04P
015950        AND WS-FROM-NOT-LINE                                      DBANK04P
015952        AND CD04I-FROM-NEW-BAL IS LESS THAN                       DBANK04P
015956            CD04I-FROM-OLD-BAL                                    DBANK04P
015960*       a linked funding account repairs the shortfall at         DBANK04P
015972        PERFORM TRY-OVERDRAFT-PROTECTION THRU                     DBANK04P
015976                TRY-OVERDRAFT-PROTECTION-EXIT                     DBANK04P
015980        IF WS-ODP-NOT-COVERED                                     DBANK04P
015984           MOVE 'NSF ' TO WS-FEE-CODE                             DBANK04P
015985           MOVE '2' TO WS-FEE-TAG                                 DBANK04P
015986           MOVE 'Overdraft usage fee' TO WS-FEE-DESC              DBANK04P
015987           MOVE 'Overdraft usage fee applied' TO WS-FEE-DONE-MSG  DBANK04P
015988           PERFORM RAISE-POSTING-FEE THRU                         DBANK04P
015990                   RAISE-POSTING-FEE-EXIT                         DBANK04P
015992        END-IF                                                    DBANK04P
015996     END-IF.                                                      DBANK04P
016000                                                                  DBANK04P
016100***************************************************************** DBANK04P
016105* The transfer counts against a limited savings account's       * DBANK04P
016110* cycle; one past the limit on a charging product pays the      * DBANK04P
016115* XWDL excess-withdrawal fee for the account type               * DBANK04P
016120***************************************************************** DBANK04P
016125     IF WS-SXF-LIMITED                                            DBANK04P
016130        PERFORM BUMP-SAVINGS-COUNT THRU                           DBANK04P
016135                BUMP-SAVINGS-COUNT-EXIT                           DBANK04P
016140        IF WS-SXF-IS-OVER AND BPR-REC-EXCESS-CHARGED              DBANK04P
016145           MOVE 'XWDL' TO WS-FEE-CODE                             DBANK04P
016150           MOVE '3' TO WS-FEE-TAG                                 DBANK04P
016155           MOVE 'Excess transfer fee' TO WS-FEE-DESC              DBANK04P
016160           MOVE 'Excess transfer fee applied' TO WS-FEE-DONE-MSG  DBANK04P
016165           PERFORM RAISE-POSTING-FEE THRU                         DBANK04P
016170                   RAISE-POSTING-FEE-EXIT                         DBANK04P
016175        END-IF                                                    DBANK04P
016180     END-IF.                                                      DBANK04P
016185                                                                  DBANK04P
016190***************************************************************** DBANK04P
016200* If we got this far then the accounts should have been updated * DBANK04P
016300***************************************************************** DBANK04P
016400* Simulate SQL TIMESTAMP function                                 DBANK04P
016760                                                                  DBANK04P
016761                                                                  DBANK04P
016762***************************************************************** DBANK04P
016763* Charge a posting-time fee - the per-event overdraft usage     * DBANK04P
016764* fee (NSF) or the savings excess-withdrawal fee (XWDL) - from  * DBANK04P
016765* the BNKFEES schedule, with its own BNKLEDG entry in category  * DBANK04P
016766* FEE. No fee record for the account type means no charge. The  * DBANK04P
016767* fee is taken after the transfer itself has posted, so a       * DBANK04P
016768* failure here never unwinds the customer's own movement.       * DBANK04P
016769***************************************************************** DBANK04P
016770 RAISE-POSTING-FEE.                                               DBANK04P
016771     MOVE WS-FEE-CODE TO WS-BNKFEES-RID (1:4).                    DBANK04P
016772     MOVE BAC-REC-TYPE IN WS-BNKACC-FROM-REC                      DBANK04P
016773       TO WS-BNKFEES-RID (5:1).                                   DBANK04P
016774     EXEC CICS READ FILE('BNKFEES')                               DBANK04P
016775                    INTO(WS-BNKFEES-REC)                          DBANK04P
016776                    LENGTH(LENGTH OF WS-BNKFEES-REC)              DBANK04P
016777                    RIDFLD(WS-BNKFEES-RID)                        DBANK04P
016778                    RESP(WS-FEE-RESP)                             DBANK04P
016779     END-EXEC.                                                    DBANK04P
016780     IF WS-FEE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               DBANK04P
016781        GO TO RAISE-POSTING-FEE-EXIT                              DBANK04P
016782     END-IF.                                                      DBANK04P
016783     IF BFE-REC-AMOUNT IS NOT GREATER THAN ZERO                   DBANK04P
016784        GO TO RAISE-POSTING-FEE-EXIT                              DBANK04P
016785     END-IF.                                                      DBANK04P
016786     EXEC CICS READ FILE('BNKACC')                                DBANK04P
016787                    UPDATE                                        DBANK04P
016788                    INTO(WS-BNKACC-FROM-REC)                      DBANK04P
016789                    LENGTH(LENGTH OF WS-BNKACC-FROM-REC)          DBANK04P
016790                    RIDFLD(WS-BNKACC-FROM-RID)                    DBANK04P
016791                    TOKEN(WS-READ-TOKEN-FEE)                      DBANK04P
016792                    RESP(WS-FEE-RESP)                             DBANK04P
016793     END-EXEC.                                                    DBANK04P
016794     IF WS-FEE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               DBANK04P
016795        GO TO RAISE-POSTING-FEE-EXIT                              DBANK04P
016796     END-IF.                                                      DBANK04P
016797     SUBTRACT BFE-REC-AMOUNT                                      DBANK04P
016798       FROM BAC-REC-BALANCE IN WS-BNKACC-FROM-REC.                DBANK04P
016799     EXEC CICS REWRITE FILE('BNKACC')                             DBANK04P
016800                       FROM(WS-BNKACC-FROM-REC)                   DBANK04P
016801                       LENGTH(LENGTH OF WS-BNKACC-FROM-REC)       DBANK04P
016802                       TOKEN(WS-READ-TOKEN-FEE)                   DBANK04P
016803                       RESP(WS-FEE-RESP)                          DBANK04P
016804     END-EXEC.                                                    DBANK04P
016805     IF WS-FEE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               DBANK04P
016806        GO TO RAISE-POSTING-FEE-EXIT                              DBANK04P
016807     END-IF.                                                      DBANK04P
016808     PERFORM JOURNAL-FROM-IMAGE THRU                              DBANK04P
016809             JOURNAL-FROM-IMAGE-EXIT.                             DBANK04P
016810     COPY CTSTAMPP.                                               DBANK04P
016811     MOVE WS-FEE-TAG TO WS-TIMESTAMP (26:1).                      DBANK04P
016812     MOVE SPACES TO WS-BNKLEDG-REC.                               DBANK04P
016813     MOVE BAC-REC-PID IN WS-BNKACC-FROM-REC TO BLG-REC-PID.       DBANK04P
016814     MOVE '1' TO BLG-REC-TYPE.                                    DBANK04P
016815     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK04P
016816     MOVE CD04I-FROM-ACC TO BLG-REC-ACCNO.                        DBANK04P
016817     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBANK04P
016818     MOVE CD04I-FROM-ACC TO BLG-REC-ALTKEY1-ACCNO.                DBANK04P
016819     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBANK04P
016820     MOVE BFE-REC-AMOUNT TO BLG-REC-AMOUNT.                       DBANK04P
016821     MOVE 'FEE ' TO BLG-REC-CATEGORY.                             DBANK04P
016822     MOVE SPACES TO TXN-DATA.                                     DBANK04P
016823     MOVE WS-FEE-DESC TO TXN-T1-OLD-DESC.                         DBANK04P
016824     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBANK04P
016825     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBANK04P
016826     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBANK04P
016827     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK04P
016828     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBANK04P
016829     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK04P
016830     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBANK04P
016831     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBANK04P
016832     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBANK04P
016833     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBANK04P
016834     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBANK04P
016835                           WS-TWOS-COMP-INPUT                     DBANK04P
016836                           WS-TWOS-COMP-OUTPUT.                   DBANK04P
016837     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBANK04P
016838     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBANK04P
016839     EXEC CICS WRITE FILE('BNKLEDG')                              DBANK04P
016840                     FROM(WS-BNKLEDG-REC)                         DBANK04P
016841                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBANK04P
016842                     RIDFLD(WS-BNKLEDG-RID)                       DBANK04P
016843                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBANK04P
016844                     RESP(WS-FEE-RESP)                            DBANK04P
016845     END-EXEC.                                                    DBANK04P
016846*    the fee is already off the balance - a posting that          DBANK04P
016847*    cannot be journalled is put back, so the ledger and          DBANK04P
016848*    the account never disagree                                   DBANK04P
016849     IF WS-FEE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               DBANK04P
016850        EXEC CICS READ FILE('BNKACC')                             DBANK04P
016851                       UPDATE                                     DBANK04P
016852                       INTO(WS-BNKACC-FROM-REC)                   DBANK04P
016853                       LENGTH(LENGTH OF WS-BNKACC-FROM-REC)       DBANK04P
016854                       RIDFLD(WS-BNKACC-FROM-RID)                 DBANK04P
016855                       TOKEN(WS-READ-TOKEN-FEE)                   DBANK04P
016856                       RESP(WS-FEE-RESP)                          DBANK04P
016857        END-EXEC                                                  DBANK04P
016858        IF WS-FEE-RESP IS EQUAL TO DFHRESP(NORMAL)                DBANK04P
016859           ADD BFE-REC-AMOUNT                                     DBANK04P
016860             TO BAC-REC-BALANCE IN WS-BNKACC-FROM-REC             DBANK04P
016861           EXEC CICS REWRITE FILE('BNKACC')                       DBANK04P
016862                             FROM(WS-BNKACC-FROM-REC)             DBANK04P
016863                             LENGTH(LENGTH OF                     DBANK04P
016864                                WS-BNKACC-FROM-REC)               DBANK04P
016865                             TOKEN(WS-READ-TOKEN-FEE)             DBANK04P
016866                             RESP(WS-FEE-RESP)                    DBANK04P
016867           END-EXEC                                               DBANK04P
016868          PERFORM JOURNAL-FROM-IMAGE THRU                         DBANK04P
016869                  JOURNAL-FROM-IMAGE-EXIT                         DBANK04P
016870        END-IF                                                    DBANK04P
016871        GO TO RAISE-POSTING-FEE-EXIT                              DBANK04P
016872     END-IF.                                                      DBANK04P
016873     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK04P
016874             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK04P
016875     MOVE WS-FEE-DONE-MSG TO CD04O-MSG.                           DBANK04P
016876 RAISE-POSTING-FEE-EXIT.                                          DBANK04P
016877     EXIT.                                                        DBANK04P
016878                                                                  DBANK04P
016879***************************************************************** DBANK04P
016880* Ask the overdraft protection service to repair the           *  DBANK04P
016881* shortfall from the linked funding account. Both account      *  DBANK04P
016882* rewrites are behind us, so the service credits the FROM      *  DBANK04P
016883* account itself (mode F).                                     *  DBANK04P
016884***************************************************************** DBANK04P
016885 TRY-OVERDRAFT-PROTECTION.                                        DBANK04P
016886     SET WS-ODP-NOT-COVERED TO TRUE.                              DBANK04P
016887     MOVE SPACES TO C128-DATA.                                    DBANK04P
016888     SET C128I-COVER TO TRUE.                                     DBANK04P
016889     MOVE CD04I-FROM-ACC TO C128I-ACCNO.                          DBANK04P
016890     COMPUTE C128I-SHORTFALL = ZERO - CD04I-FROM-NEW-BAL.         DBANK04P
016891     SET C128I-MODE-FULL TO TRUE.                                 DBANK04P
016892 COPY CBNKX128.                                                   DBANK04P
016893     IF C128O-COVERED                                             DBANK04P
016894        SET WS-ODP-COVERED-OK TO TRUE                             DBANK04P
016895        ADD C128O-COVERED-AMT TO CD04I-FROM-NEW-BAL               DBANK04P
016896     END-IF.                                                      DBANK04P
016897 TRY-OVERDRAFT-PROTECTION-EXIT.                                   DBANK04P
016898     EXIT.                                                        DBANK04P
016899                                                                  DBANK04P
016900***************************************************************** DBANK04P
016901* Does the FROM account's product limit its outgoing transfers  * DBANK04P
016902* per statement cycle? If so, find the account's count on       * DBANK04P
016903* BNKSXFR - starting a fresh cycle when the statement date has  * DBANK04P
016904* moved on - and see whether this transfer passes the limit.    * DBANK04P
016905* A refusing product stops the transfer here; the attempt is    * DBANK04P
016906* still marked against the cycle.                               * DBANK04P
016907***************************************************************** DBANK04P
016908 CHECK-SAVINGS-LIMIT.                                             DBANK04P
016909     SET WS-SXF-NOT-OVER TO TRUE.                                 DBANK04P
016910     MOVE BAC-REC-TYPE IN WS-BNKACC-FROM-REC TO WS-BNKPROD-RID.   DBANK04P
016911     EXEC CICS READ FILE('BNKPROD')                               DBANK04P
016912                    INTO(WS-BNKPROD-REC)                          DBANK04P
016913                    LENGTH(LENGTH OF WS-BNKPROD-REC)              DBANK04P
016914                    RIDFLD(WS-BNKPROD-RID)                        DBANK04P
016915                    RESP(WS-SXF-RESP)                             DBANK04P
016916     END-EXEC.                                                    DBANK04P
016917     IF WS-SXF-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               DBANK04P
016918        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK04P
016919     END-IF.                                                      DBANK04P
016920     IF BPR-REC-XFER-LIMIT IS NOT NUMERIC OR                      DBANK04P
016921        BPR-REC-XFER-LIMIT IS EQUAL TO ZERO                       DBANK04P
016922        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK04P
016923     END-IF.                                                      DBANK04P
016924     SET WS-SXF-LIMITED TO TRUE.                                  DBANK04P
016925     MOVE CD04I-FROM-ACC TO WS-BNKSXFR-RID.                       DBANK04P
016926     EXEC CICS READ FILE('BNKSXFR')                               DBANK04P
016927                    UPDATE                                        DBANK04P
016928                    INTO(WS-BNKSXFR-REC)                          DBANK04P
016929                    LENGTH(LENGTH OF WS-BNKSXFR-REC)              DBANK04P
016930                    RIDFLD(WS-BNKSXFR-RID)                        DBANK04P
016931                    TOKEN(WS-SXF-TOKEN)                           DBANK04P
016932                    RESP(WS-SXF-RESP)                             DBANK04P
016933     END-EXEC.                                                    DBANK04P
016934     IF WS-SXF-RESP IS EQUAL TO DFHRESP(NORMAL)                   DBANK04P
016935        SET WS-SXF-ON-FILE TO TRUE                                DBANK04P
016936     ELSE                                                         DBANK04P
016937        SET WS-SXF-NOT-ON-FILE TO TRUE                            DBANK04P
016938        MOVE SPACES TO WS-BNKSXFR-REC                             DBANK04P
016939        MOVE CD04I-FROM-ACC TO SXF-REC-ACCNO                      DBANK04P
016940        MOVE BAC-REC-LAST-STMT-DTE IN WS-BNKACC-FROM-REC          DBANK04P
016941          TO SXF-REC-CYCLE                                        DBANK04P
016942        MOVE ZERO TO SXF-REC-COUNT                                DBANK04P
016943        MOVE ZERO TO SXF-REC-OVER-COUNT                           DBANK04P
016944        MOVE 'NNNNNN' TO SXF-REC-HISTORY                          DBANK04P
016945     END-IF.                                                      DBANK04P
016946     IF SXF-REC-CYCLE IS NOT EQUAL TO                             DBANK04P
016947        BAC-REC-LAST-STMT-DTE IN WS-BNKACC-FROM-REC               DBANK04P
016948        MOVE SXF-REC-HISTORY (2:5) TO WS-SXF-HISTORY (1:5)        DBANK04P
016949        MOVE 'N' TO WS-SXF-HISTORY (6:1)                          DBANK04P
016950        MOVE WS-SXF-HISTORY TO SXF-REC-HISTORY                    DBANK04P
016951        MOVE BAC-REC-LAST-STMT-DTE IN WS-BNKACC-FROM-REC          DBANK04P
016952          TO SXF-REC-CYCLE                                        DBANK04P
016953        MOVE ZERO TO SXF-REC-COUNT                                DBANK04P
016954        MOVE ZERO TO SXF-REC-OVER-COUNT                           DBANK04P
016955     END-IF.                                                      DBANK04P
016956     IF SXF-REC-COUNT IS LESS THAN BPR-REC-XFER-LIMIT             DBANK04P
016957        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK04P
016958     END-IF.                                                      DBANK04P
016959     SET WS-SXF-IS-OVER TO TRUE.                                  DBANK04P
016960     IF BPR-REC-EXCESS-CHARGED                                    DBANK04P
016961        GO TO CHECK-SAVINGS-LIMIT-EXIT                            DBANK04P
016962     END-IF.                                                      DBANK04P
016963     PERFORM MARK-SAVINGS-OVER THRU                               DBANK04P
016964             MARK-SAVINGS-OVER-EXIT.                              DBANK04P
016965     PERFORM STORE-SAVINGS-COUNT THRU                             DBANK04P
016966             STORE-SAVINGS-COUNT-EXIT.                            DBANK04P
016967     MOVE 'Savings transfer limit reached' TO CD04O-MSG.          DBANK04P
016968 CHECK-SAVINGS-LIMIT-EXIT.                                        DBANK04P
016969     EXIT.                                                        DBANK04P
016970                                                                  DBANK04P
016971***************************************************************** DBANK04P
016972* The transfer has posted - count it against the cycle          * DBANK04P
016973***************************************************************** DBANK04P
016974 BUMP-SAVINGS-COUNT.                                              DBANK04P
016975     IF SXF-REC-COUNT IS LESS THAN 999                            DBANK04P
016976        ADD 1 TO SXF-REC-COUNT                                    DBANK04P
016977     END-IF.                                                      DBANK04P
016978     MOVE WS-TODAY-DATE TO SXF-REC-LAST-DATE.                     DBANK04P
016979     IF WS-SXF-IS-OVER                                            DBANK04P
016980        PERFORM MARK-SAVINGS-OVER THRU                            DBANK04P
016981                MARK-SAVINGS-OVER-EXIT                            DBANK04P
016982     END-IF.                                                      DBANK04P
016983     PERFORM STORE-SAVINGS-COUNT THRU                             DBANK04P
016984             STORE-SAVINGS-COUNT-EXIT.                            DBANK04P
016985 BUMP-SAVINGS-COUNT-EXIT.                                         DBANK04P
016986     EXIT.                                                        DBANK04P
016987                                                                  DBANK04P
016988 MARK-SAVINGS-OVER.                                               DBANK04P
016989     IF SXF-REC-OVER-COUNT IS LESS THAN 999                       DBANK04P
016990        ADD 1 TO SXF-REC-OVER-COUNT                               DBANK04P
016991     END-IF.                                                      DBANK04P
016992     MOVE 'Y' TO SXF-REC-HISTORY (6:1).                           DBANK04P
016993     MOVE WS-TODAY-DATE TO SXF-REC-LAST-OVER-DATE.                DBANK04P
016994 MARK-SAVINGS-OVER-EXIT.                                          DBANK04P
016995     EXIT.                                                        DBANK04P
016996                                                                  DBANK04P
016997 STORE-SAVINGS-COUNT.                                             DBANK04P
016998     IF WS-SXF-ON-FILE                                            DBANK04P
016999        EXEC CICS REWRITE FILE('BNKSXFR')                         DBANK04P
017000                          FROM(WS-BNKSXFR-REC)                    DBANK04P
017001                          LENGTH(LENGTH OF WS-BNKSXFR-REC)        DBANK04P
017002                          TOKEN(WS-SXF-TOKEN)                     DBANK04P
017003                          RESP(WS-SXF-RESP)                       DBANK04P
017004        END-EXEC                                                  DBANK04P
017005     ELSE                                                         DBANK04P
017006        EXEC CICS WRITE FILE('BNKSXFR')                           DBANK04P
017007                        FROM(WS-BNKSXFR-REC)                      DBANK04P
017008                        LENGTH(LENGTH OF WS-BNKSXFR-REC)          DBANK04P
017009                        RIDFLD(WS-BNKSXFR-RID)                    DBANK04P
017010                        KEYLENGTH(LENGTH OF WS-BNKSXFR-RID)       DBANK04P
017011                        RESP(WS-SXF-RESP)                         DBANK04P
017012        END-EXEC                                                  DBANK04P
017013     END-IF.                                                      DBANK04P
017014 STORE-SAVINGS-COUNT-EXIT.                                        DBANK04P
017015     EXIT.                                                        DBANK04P
017016***************************************************************** DBANK04P
017017* Refuse the debit when the FROM owner is flagged deceased    *   DBANK04P
017018***************************************************************** DBANK04P
017019 CHECK-DECEASED-HOLD.                                             DBANK04P
017020     MOVE BAC-REC-PID IN WS-BNKACC-FROM-REC                       DBANK04P
017021       TO WS-BNKCUST-RID.                                         DBANK04P
017022     EXEC CICS READ FILE('BNKCUST')                               DBANK04P
017023                    INTO(WS-BNKCUST-REC)                          DBANK04P
017024                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK04P
017025                    RIDFLD(WS-BNKCUST-RID)                        DBANK04P
017026                    RESP(WS-SGNR-RESP)                            DBANK04P
017027     END-EXEC.                                                    DBANK04P
017028     IF WS-SGNR-RESP IS EQUAL TO DFHRESP(NORMAL) AND              DBANK04P
017029        BCS-REC-IS-DECEASED                                       DBANK04P
017030        MOVE 'Account held - estate case' TO CD04O-MSG            DBANK04P
017031     END-IF.                                                      DBANK04P
017039 CHECK-DECEASED-HOLD-EXIT.                                        DBANK04P
017049     EXIT.                                                        DBANK04P
017059                                                                  DBANK04P
