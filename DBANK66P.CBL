001700*              the principal to the loan account and writes     * DBANK66P
001800*              the principal/interest split to BNKLEDG, the     * DBANK66P
001900*              same posting pattern DBANK53P uses for a         * DBANK66P
002000*              standing order. A late charge DBNK149P has put   * DBANK66P
002010*              on the installment is collected with it and      * DBANK66P
002020*              credited back to the loan account. A revolving   * DBANK66P
002030*              credit line's minimum payment (DBNK154P) is cut  * DBANK66P
002040*              to what is still drawn when it falls due, and    * DBANK66P
002050*              settles with no movement once nothing is owed.   * DBANK66P
002060*              A collection account and loan account at two     * DBANK66P
002070*              branches have the principal and any late charge  * DBANK66P
002080*              entered on the BNKIBDF inter-branch register     * DBANK66P
002090*              through UIBPOST. A borrower under a bankruptcy   * DBANK66P
002092*              stay (BCS-REC-BANKRUPTCY) is neither billed nor  * DBANK66P
002094*              has a deposit account taken for the loan; the    * DBANK66P
002096*              due lines wait on the schedule and are counted.  * DBANK66P
002100*              The interest on a loan line that falls due while * DBANK66P
002110*              the loan is capped on BNKMCAP for military       * DBANK66P
002120*              service (DBNK218P) is cut to the cap rate, and   * DBANK66P
002130*              the interest forgone is kept on the cap record.  * DBANK66P
002140*              VSAM version                                     * DBANK66P
002200***************************************************************** DBANK66P
002300                                                                  DBANK66P
002400 IDENTIFICATION DIVISION.                                         DBANK66P
004014            ACCESS MODE  IS RANDOM                                DBANK66P
004015            RECORD KEY   IS ESC-REC-LOAN-ACCNO                    DBANK66P
004016            FILE STATUS  IS WS-BNKESCR-STATUS.                    DBANK66P
004026                                                                  DBANK66P
004036     SELECT BNKRVLN-FILE                                          DBANK66P
004046            ASSIGN       TO BNKRVLN                               DBANK66P
004056            ORGANIZATION IS INDEXED                               DBANK66P
004066            ACCESS MODE  IS RANDOM                                DBANK66P
004076            RECORD KEY   IS RVL-REC-ACCNO                         DBANK66P
004086            FILE STATUS  IS WS-BNKRVLN-STATUS.                    DBANK66P
004096                                                                  DBANK66P
004106     SELECT BNKCUST-FILE                                          DBANK66P
004116            ASSIGN       TO BNKCUST                               DBANK66P
004126            ORGANIZATION IS INDEXED                               DBANK66P
004136            ACCESS MODE  IS RANDOM                                DBANK66P
004146            RECORD KEY   IS BCS-REC-PID                           DBANK66P
004156            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBANK66P
004200                                                                  DBANK66P
004300     SELECT BNKACC-FILE                                           DBANK66P
004400            ASSIGN       TO BNKACC                                DBANK66P
006400            RECORD KEY   IS BLG-REC-TIMESTAMP                     DBANK66P
006500            ALTERNATE KEY IS BLG-REC-ALTKEY1 WITH DUPLICATES      DBANK66P
006600            FILE STATUS  IS WS-BNKLEDG-STATUS.                    DBANK66P
006610                                                                  DBANK66P
006620     SELECT BNKMCAP-FILE                                          DBANK66P
006630            ASSIGN       TO BNKMCAP                               DBANK66P
006640            ORGANIZATION IS INDEXED                               DBANK66P
006650            ACCESS MODE  IS RANDOM                                DBANK66P
006660            RECORD KEY   IS MCP-REC-ACCNO                         DBANK66P
006670            FILE STATUS  IS WS-BNKMCAP-STATUS.                    DBANK66P
006700                                                                  DBANK66P
006800 DATA DIVISION.                                                   DBANK66P
006900                                                                  DBANK66P
007320 FD  BNKESCR-FILE.                                                DBANK66P
007330 01  BNKESCR-REC.                                                 DBANK66P
007340 COPY CBANKVES.                                                   DBANK66P
007350                                                                  DBANK66P
007360 FD  BNKRVLN-FILE.                                                DBANK66P
007370 01  BNKRVLN-REC.                                                 DBANK66P
007380 COPY CBANKVRL.                                                   DBANK66P
007384                                                                  DBANK66P
007388 FD  BNKCUST-FILE.                                                DBANK66P
007392 01  BNKCUST-REC.                                                 DBANK66P
007396 COPY CBANKVCS.                                                   DBANK66P
007400                                                                  DBANK66P
007500 FD  BNKACC-FILE.                                                 DBANK66P
007600 01  BNKACC-REC.                                                  DBANK66P
015800 FD  BNKLEDG-FILE.                                                DBANK66P
015900 01  BNKLEDG-REC.                                                 DBANK66P
016000 COPY CBANKVLG.                                                   DBANK66P
016010                                                                  DBANK66P
016020 FD  BNKMCAP-FILE.                                                DBANK66P
016030 01  BNKMCAP-REC.                                                 DBANK66P
016040 COPY CBANKVMP.                                                   DBANK66P
016100                                                                  DBANK66P
016200 WORKING-STORAGE SECTION.                                         DBANK66P
016300 COPY CTIMERD.                                                    DBANK66P
017030   05  WS-BNKESCR-STATUS.                                         DBANK66P
017040     10  WS-BNKESCR-STAT1                    PIC X(1).            DBANK66P
017050     10  WS-BNKESCR-STAT2                    PIC X(1).            DBANK66P
017060   05  WS-BNKRVLN-STATUS.                                         DBANK66P
017070     10  WS-BNKRVLN-STAT1                    PIC X(1).            DBANK66P
017080     10  WS-BNKRVLN-STAT2                    PIC X(1).            DBANK66P
017090   05  WS-BNKCUST-STATUS.                                         DBANK66P
017100     10  WS-BNKCUST-STAT1                    PIC X(1).            DBANK66P
017110     10  WS-BNKCUST-STAT2                    PIC X(1).            DBANK66P
017300                                                                  DBANK66P
017400   05  WS-BNKACC-STATUS.                                          DBANK66P
017500     10  WS-BNKACC-STAT1                     PIC X(1).            DBANK66P
018200   05  WS-BNKLEDG-STATUS.                                         DBANK66P
018300     10  WS-BNKLEDG-STAT1                    PIC X(1).            DBANK66P
018400     10  WS-BNKLEDG-STAT2                    PIC X(1).            DBANK66P
018410                                                                  DBANK66P
018420   05  WS-BNKMCAP-STATUS.                                         DBANK66P
018430     10  WS-BNKMCAP-STAT1                    PIC X(1).            DBANK66P
018440     10  WS-BNKMCAP-STAT2                    PIC X(1).            DBANK66P
018500                                                                  DBANK66P
018600   05  WS-IO-STATUS.                                              DBANK66P
018700     10  WS-IO-STAT1                         PIC X(1).            DBANK66P
020710       VALUE ZERO.                                                DBANK66P
020712   05  WS-RECOVERIES-POSTED                  PIC 9(7)             DBANK66P
020720       VALUE ZERO.                                                DBANK66P
020721   05  WS-INSTALLMENTS-STAYED                PIC 9(7)             DBANK66P
020722       VALUE ZERO.                                                DBANK66P
020723   05  WS-INSTALLMENTS-CAPPED                PIC 9(7)             DBANK66P
020724       VALUE ZERO.                                                DBANK66P
020725   05  WS-CAP-INTEREST                       PIC S9(7)V99         DBANK66P
020726                                             COMP-3.              DBANK66P
020727   05  WS-CAP-SAVING                         PIC S9(7)V99         DBANK66P
020728                                             COMP-3.              DBANK66P
020729   05  WS-STAY-PID                           PIC X(5)             DBANK66P
020730       VALUE SPACES.                                              DBANK66P
020731   05  WS-STAY-FLAG                          PIC X(1)             DBANK66P
020732       VALUE 'N'.                                                 DBANK66P
020733     88  WS-PID-IS-STAYED                     VALUE 'Y'.          DBANK66P
020734     88  WS-PID-NOT-STAYED                    VALUE 'N'.          DBANK66P
020735   05  WS-ESCROW-DUE                         PIC S9(7)V99         DBANK66P
020736                                             COMP-3.              DBANK66P
020737   05  WS-LATE-DUE                           PIC S9(5)V99         DBANK66P
020742                                             COMP-3.              DBANK66P
020752   05  WS-LINE-DRAWN                         PIC S9(9)V99         DBANK66P
020762                                             COMP-3.              DBANK66P
020772   05  WS-LINE-STATUS                        PIC X(1).            DBANK66P
020782     88  WS-LINE-SETTLED                      VALUE 'Y'.          DBANK66P
020792     88  WS-LINE-NOT-SETTLED                  VALUE 'N'.          DBANK66P
020900                                                                  DBANK66P
021000   05  WS-POST-STATUS                        PIC X(1).            DBANK66P
021100     88  WS-POST-IS-OK                        VALUE 'Y'.          DBANK66P
021600     88  WS-AUDIT-NOT-OK                      VALUE 'N'.          DBANK66P
021700                                                                  DBANK66P
021800   05  WS-POST-DESC                          PIC X(40).           DBANK66P
021810   05  WS-IBPO-TS-SUFFIX                     PIC X(1).            DBANK66P
021820   05  WS-IBPO-AMOUNT                        PIC S9(9)V99 COMP-3. DBANK66P
021900                                                                  DBANK66P
022000 01  WS-TWOS-COMP.                                                DBANK66P
022100   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBANK66P
022400                                                                  DBANK66P
022410 01  WS-TREF-DATA.                                                DBANK66P
022420 COPY CTREFD.                                                     DBANK66P
022422                                                                  DBANK66P
022424 01  WS-IBPO-DATA.                                                DBANK66P
022426 COPY CIBPOSD.                                                    DBANK66P
022430                                                                  DBANK66P
022500 COPY CBANKTXD.                                                   DBANK66P
022600                                                                  DBANK66P
023900     PERFORM CHECK-OPEN THRU                                      DBANK66P
024000             CHECK-OPEN-EXIT.                                     DBANK66P
024100                                                                  DBANK66P
024110     OPEN INPUT BNKRVLN-FILE.                                     DBANK66P
024120     MOVE WS-BNKRVLN-STATUS TO WS-IO-STATUS.                      DBANK66P
024130     MOVE 'BNKRVLN-FILE' TO WS-FILE.                              DBANK66P
024140     PERFORM CHECK-OPEN THRU                                      DBANK66P
024150             CHECK-OPEN-EXIT.                                     DBANK66P
024157                                                                  DBANK66P
024164     OPEN INPUT BNKCUST-FILE.                                     DBANK66P
024171     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBANK66P
024178     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBANK66P
024185     PERFORM CHECK-OPEN THRU                                      DBANK66P
024192             CHECK-OPEN-EXIT.                                     DBANK66P
024200     OPEN I-O BNKACC-FILE.                                        DBANK66P
024300     MOVE WS-BNKACC-STATUS TO WS-IO-STATUS.                       DBANK66P
024400     MOVE 'BNKACC-FILE' TO WS-FILE.                               DBANK66P
025600     MOVE 'BNKLEDG-FILE' TO WS-FILE.                              DBANK66P
025700     PERFORM CHECK-OPEN THRU                                      DBANK66P
025800             CHECK-OPEN-EXIT.                                     DBANK66P
025810                                                                  DBANK66P
025820     OPEN I-O BNKMCAP-FILE.                                       DBANK66P
025830     MOVE WS-BNKMCAP-STATUS TO WS-IO-STATUS.                      DBANK66P
025840     MOVE 'BNKMCAP-FILE' TO WS-FILE.                              DBANK66P
025850     PERFORM CHECK-OPEN THRU                                      DBANK66P
025860             CHECK-OPEN-EXIT.                                     DBANK66P
025900                                                                  DBANK66P
026000     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBANK66P
026100        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBANK66P
027200         GO TO BNKLSCH-ENDED                                      DBANK66P
027300     END-READ.                                                    DBANK66P
027400     ADD 1 TO WS-INSTALLMENTS-READ.                               DBANK66P
027406*    the automatic stay of a bankruptcy filing - nothing is       DBANK66P
027412*    billed or set off against the borrower's deposits            DBANK66P
027418     IF BLS-REC-PID IS NOT EQUAL TO WS-STAY-PID                   DBANK66P
027424        PERFORM CHECK-STAY THRU                                   DBANK66P
027430                CHECK-STAY-EXIT                                   DBANK66P
027436     END-IF.                                                      DBANK66P
027442     IF WS-PID-IS-STAYED                                          DBANK66P
027448        IF (BLS-REC-IS-SCHEDULED OR BLS-REC-IS-PAST-DUE OR        DBANK66P
027454            BLS-REC-IS-CHARGED-OFF)                               DBANK66P
027460           AND BLS-REC-DUE-DATE IS LESS THAN OR EQUAL TO          DBANK66P
027466               WS-TODAY-DATE                                      DBANK66P
027472           ADD 1 TO WS-INSTALLMENTS-STAYED                        DBANK66P
027478        END-IF                                                    DBANK66P
027484        GO TO BNKLSCH-LOOP                                        DBANK66P
027490     END-IF.                                                      DBANK66P
027500     IF (BLS-REC-IS-SCHEDULED OR BLS-REC-IS-PAST-DUE)             DBANK66P
027600        AND BLS-REC-DUE-DATE IS LESS THAN OR EQUAL TO             DBANK66P
027700            WS-TODAY-DATE                                         DBANK66P
027710        PERFORM APPLY-RATE-CAP THRU                               DBANK66P
027720                APPLY-RATE-CAP-EXIT                               DBANK66P
027800        PERFORM COLLECT-INSTALLMENT THRU                          DBANK66P
027900                COLLECT-INSTALLMENT-EXIT                          DBANK66P
028000        IF WS-POST-IS-OK                                          DBANK66P
029100              PERFORM DISPLAY-CONSOLE-MESSAGE                     DBANK66P
029200              PERFORM DISPLAY-IO-STATUS                           DBANK66P
029300           END-IF                                                 DBANK66P
029310           IF WS-CAP-SAVING IS GREATER THAN ZERO                  DBANK66P
029320              PERFORM NOTE-INTEREST-FORGONE THRU                  DBANK66P
029330                      NOTE-INTEREST-FORGONE-EXIT                  DBANK66P
029340           END-IF                                                 DBANK66P
029400           ADD 1 TO WS-INSTALLMENTS-POSTED                        DBANK66P
029500        ELSE                                                      DBANK66P
029600           ADD 1 TO WS-INSTALLMENTS-FAILED                        DBANK66P
031300            ' installments not collected' DELIMITED BY SIZE       DBANK66P
031400       INTO WS-CONSOLE-MESSAGE.                                   DBANK66P
031500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK66P
031510     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK66P
031520     STRING WS-INSTALLMENTS-STAYED        DELIMITED BY SIZE       DBANK66P
031530            ' installments held - bankruptcy stay'                DBANK66P
031540                                          DELIMITED BY SIZE       DBANK66P
031550       INTO WS-CONSOLE-MESSAGE.                                   DBANK66P
031560     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK66P
031565     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK66P
031570     STRING WS-INSTALLMENTS-CAPPED        DELIMITED BY SIZE       DBANK66P
031575            ' installments capped - military service'             DBANK66P
031580                                          DELIMITED BY SIZE       DBANK66P
031585       INTO WS-CONSOLE-MESSAGE.                                   DBANK66P
031590     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK66P
031600                                                                  DBANK66P
031700     CLOSE BNKLSCH-FILE.                                          DBANK66P
031710     CLOSE BNKESCR-FILE.                                          DBANK66P
031720     CLOSE BNKRVLN-FILE.                                          DBANK66P
031730     CLOSE BNKCUST-FILE.                                          DBANK66P
031800     CLOSE BNKACC-FILE.                                           DBANK66P
031900     CLOSE BNKACC-FILE2.                                          DBANK66P
032000     CLOSE BNKLEDG-FILE.                                          DBANK66P
032010     CLOSE BNKMCAP-FILE.                                          DBANK66P
032100                                                                  DBANK66P
032110     SET BCTL-FUNC-END TO TRUE.                                   DBANK66P
032120     MOVE WS-INSTALLMENTS-READ TO BCTL-RECORD-COUNT.              DBANK66P
032500 QUICK-EXIT.                                                      DBANK66P
032600     GOBACK.                                                      DBANK66P
032700                                                                  DBANK66P
032705***************************************************************** DBANK66P
032710* Note whether the schedule line's borrower is under a          * DBANK66P
032715* bankruptcy stay, keeping the PID so the lines that follow for * DBANK66P
032720* the same borrower need no further read                        * DBANK66P
032725***************************************************************** DBANK66P
032730 CHECK-STAY.                                                      DBANK66P
032735     MOVE BLS-REC-PID TO WS-STAY-PID.                             DBANK66P
032740     SET WS-PID-NOT-STAYED TO TRUE.                               DBANK66P
032745     MOVE BLS-REC-PID TO BCS-REC-PID.                             DBANK66P
032750     READ BNKCUST-FILE                                            DBANK66P
032755       INVALID KEY                                                DBANK66P
032760         GO TO CHECK-STAY-EXIT                                    DBANK66P
032765     END-READ.                                                    DBANK66P
032770     IF BCS-REC-IN-BANKRUPTCY                                     DBANK66P
032775        SET WS-PID-IS-STAYED TO TRUE                              DBANK66P
032780     END-IF.                                                      DBANK66P
032785 CHECK-STAY-EXIT.                                                 DBANK66P
032790     EXIT.                                                        DBANK66P
032791                                                                  DBANK66P
032793***************************************************************** DBANK66P
032794* Cut the interest on a loan line that falls due inside a       * DBANK66P
032795* military service cap to the cap rate, in proportion to the    * DBANK66P
032796* contract rate the schedule was built at. The saving comes off * DBANK66P
032797* the interest and the payment in the record area only, so the  * DBANK66P
032798* line is changed on file just when it is collected             * DBANK66P
032799***************************************************************** DBANK66P
032800 APPLY-RATE-CAP.                                                  DBANK66P
032801     MOVE ZERO TO WS-CAP-SAVING.                                  DBANK66P
032802     MOVE BLS-REC-LOAN-ACCNO TO MCP-REC-ACCNO.                    DBANK66P
032803     READ BNKMCAP-FILE                                            DBANK66P
032804       INVALID KEY                                                DBANK66P
032805         GO TO APPLY-RATE-CAP-EXIT                                DBANK66P
032806     END-READ.                                                    DBANK66P
032807     IF NOT MCP-REC-IS-LOAN OR                                    DBANK66P
032808        MCP-REC-CAP-START IS GREATER THAN BLS-REC-DUE-DATE        DBANK66P
032809        GO TO APPLY-RATE-CAP-EXIT                                 DBANK66P
032810     END-IF.                                                      DBANK66P
032811     IF MCP-REC-CAP-END IS NOT EQUAL TO SPACES AND                DBANK66P
032812        MCP-REC-CAP-END IS LESS THAN BLS-REC-DUE-DATE             DBANK66P
032813        GO TO APPLY-RATE-CAP-EXIT                                 DBANK66P
032814     END-IF.                                                      DBANK66P
032815     IF MCP-REC-CONTRACT-RATE IS NOT GREATER THAN                 DBANK66P
032816        MCP-REC-CAP-RATE OR                                       DBANK66P
032817        BLS-REC-INT-AMT IS NOT GREATER THAN ZERO                  DBANK66P
032818        GO TO APPLY-RATE-CAP-EXIT                                 DBANK66P
032819     END-IF.                                                      DBANK66P
032820     COMPUTE WS-CAP-INTEREST ROUNDED =                            DBANK66P
032821             BLS-REC-INT-AMT * MCP-REC-CAP-RATE /                 DBANK66P
032822             MCP-REC-CONTRACT-RATE.                               DBANK66P
032823     COMPUTE WS-CAP-SAVING = BLS-REC-INT-AMT - WS-CAP-INTEREST.   DBANK66P
032824     MOVE WS-CAP-INTEREST TO BLS-REC-INT-AMT.                     DBANK66P
032825     SUBTRACT WS-CAP-SAVING FROM BLS-REC-TOT-AMT.                 DBANK66P
032826 APPLY-RATE-CAP-EXIT.                                             DBANK66P
032827     EXIT.                                                        DBANK66P
032828                                                                  DBANK66P
032829***************************************************************** DBANK66P
032830* Add the interest given up on a collected line to the total    * DBANK66P
032831* kept on the cap record                                        * DBANK66P
032832***************************************************************** DBANK66P
032833 NOTE-INTEREST-FORGONE.                                           DBANK66P
032834     ADD WS-CAP-SAVING TO MCP-REC-FORGONE-AMT.                    DBANK66P
032835     MOVE WS-TODAY-DATE TO MCP-REC-LAST-FORGONE.                  DBANK66P
032836     REWRITE BNKMCAP-REC                                          DBANK66P
032837       INVALID KEY                                                DBANK66P
032838         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBANK66P
032839         STRING 'Unable to rewrite cap for '                      DBANK66P
032840                                          DELIMITED BY SIZE       DBANK66P
032841                MCP-REC-ACCNO             DELIMITED BY SIZE       DBANK66P
032842           INTO WS-CONSOLE-MESSAGE                                DBANK66P
032843         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK66P
032844         GO TO NOTE-INTEREST-FORGONE-EXIT                         DBANK66P
032845     END-REWRITE.                                                 DBANK66P
032846     ADD 1 TO WS-INSTALLMENTS-CAPPED.                             DBANK66P
032847 NOTE-INTEREST-FORGONE-EXIT.                                      DBANK66P
032848     EXIT.                                                        DBANK66P
032858                                                                  DBANK66P
032868***************************************************************** DBANK66P
032900* Collect one due installment. The collection account is        * DBANK66P
033000* debited for the full payment; the loan account is credited    * DBANK66P
033100* with the principal portion only, since the interest portion   * DBANK66P
033711     IF BLS-REC-ESCROW-AMT IS NUMERIC                             DBANK66P
033712        MOVE BLS-REC-ESCROW-AMT TO WS-ESCROW-DUE                  DBANK66P
033713     END-IF.                                                      DBANK66P
033723     MOVE ZERO TO WS-LATE-DUE.                                    DBANK66P
033733     IF BLS-REC-LATE-FEE-DUE                                      DBANK66P
033743        MOVE BLS-REC-LATE-FEE TO WS-LATE-DUE                      DBANK66P
033753     END-IF.                                                      DBANK66P
033759     PERFORM TRIM-LINE-MINIMUM THRU                               DBANK66P
033765             TRIM-LINE-MINIMUM-EXIT.                              DBANK66P
033771     IF WS-LINE-SETTLED                                           DBANK66P
033777        SET WS-POST-IS-OK TO TRUE                                 DBANK66P
033783        GO TO COLLECT-INSTALLMENT-EXIT                            DBANK66P
033789     END-IF.                                                      DBANK66P
033800     MOVE BLS-REC-COLL-ACCNO TO BAC-REC-ACCNO.                    DBANK66P
033900     READ BNKACC-FILE                                             DBANK66P
034000       INVALID KEY                                                DBANK66P
035600        GO TO COLLECT-INSTALLMENT-EXIT                            DBANK66P
035700     END-IF.                                                      DBANK66P
035800     IF (BAC-REC-BALANCE + BAC-REC-CREDIT-LIMIT)                  DBANK66P
035810        IS LESS THAN (BLS-REC-TOT-AMT + WS-ESCROW-DUE             DBANK66P
035820                      + WS-LATE-DUE)                              DBANK66P
036000        MOVE SPACES TO WS-CONSOLE-MESSAGE                         DBANK66P
036100        STRING 'Insufficient funds for installment on '           DBANK66P
036200                                            DELIMITED BY SIZE     DBANK66P
038700                                                                  DBANK66P
038800     SUBTRACT BLS-REC-TOT-AMT FROM BAC-REC-BALANCE.               DBANK66P
038810     SUBTRACT WS-ESCROW-DUE FROM BAC-REC-BALANCE.                 DBANK66P
038820     SUBTRACT WS-LATE-DUE FROM BAC-REC-BALANCE.                   DBANK66P
038900     REWRITE BNKACC-REC                                           DBANK66P
039000       INVALID KEY                                                DBANK66P
039100         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBANK66P
039802             JOURNAL-ACC-IMAGE-EXIT.                              DBANK66P
039900                                                                  DBANK66P
040000     ADD BLS-REC-PRIN-AMT TO BA2-REC-BALANCE.                     DBANK66P
040010     ADD WS-LATE-DUE TO BA2-REC-BALANCE.                          DBANK66P
040100     REWRITE BA2-REC                                              DBANK66P
040200       INVALID KEY                                                DBANK66P
040300         MOVE SPACES TO WS-CONSOLE-MESSAGE                        DBANK66P
040800         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK66P
040900         ADD BLS-REC-TOT-AMT TO BAC-REC-BALANCE                   DBANK66P
040910        ADD WS-ESCROW-DUE TO BAC-REC-BALANCE                      DBANK66P
040920        ADD WS-LATE-DUE TO BAC-REC-BALANCE                        DBANK66P
041000         REWRITE BNKACC-REC                                       DBANK66P
041010         END-REWRITE                                              DBANK66P
041020         PERFORM JOURNAL-ACC-IMAGE THRU                           DBANK66P
041800     IF WS-AUDIT-NOT-OK                                           DBANK66P
041900        ADD BLS-REC-TOT-AMT TO BAC-REC-BALANCE                    DBANK66P
041910        ADD WS-ESCROW-DUE TO BAC-REC-BALANCE                      DBANK66P
041920        ADD WS-LATE-DUE TO BAC-REC-BALANCE                        DBANK66P
042000       REWRITE BNKACC-REC                                         DBANK66P
042010       END-REWRITE                                                DBANK66P
042020       PERFORM JOURNAL-ACC-IMAGE THRU                             DBANK66P
042030               JOURNAL-ACC-IMAGE-EXIT                             DBANK66P
042040       SUBTRACT BLS-REC-PRIN-AMT FROM BA2-REC-BALANCE             DBANK66P
042045       SUBTRACT WS-LATE-DUE FROM BA2-REC-BALANCE                  DBANK66P
042050       REWRITE BA2-REC                                            DBANK66P
042060       END-REWRITE                                                DBANK66P
042070       PERFORM JOURNAL-ACC2-IMAGE THRU                            DBANK66P
042710*    the escrow portion lands on the loan's escrow balance        DBANK66P
042712     IF WS-ESCROW-DUE IS GREATER THAN ZERO                        DBANK66P
042714        PERFORM POST-ESCROW-PORTION THRU                          DBANK66P
042715                POST-ESCROW-PORTION-EXIT                          DBANK66P
042716     END-IF.                                                      DBANK66P
042717     IF WS-LATE-DUE IS GREATER THAN ZERO                          DBANK66P
042718        SET BLS-REC-LATE-FEE-PAID TO TRUE                         DBANK66P
042719     END-IF.                                                      DBANK66P
042720     SET WS-POST-IS-OK TO TRUE.                                   DBANK66P
042900 COLLECT-INSTALLMENT-EXIT.                                        DBANK66P
042910     EXIT.                                                        DBANK66P
042911                                                                  DBANK66P
042912***************************************************************** DBANK66P
042913* A credit line's minimum was billed from the drawn balance at  * DBANK66P
042914* month end - repayments since then may have cleared some or    * DBANK66P
042915* all of it, so never collect more than is still drawn. A       * DBANK66P
042916* minimum with nothing left to pay settles with no movement     * DBANK66P
042917***************************************************************** DBANK66P
042918 TRIM-LINE-MINIMUM.                                               DBANK66P
042919     SET WS-LINE-NOT-SETTLED TO TRUE.                             DBANK66P
042920     MOVE BLS-REC-LOAN-ACCNO TO RVL-REC-ACCNO.                    DBANK66P
042921     READ BNKRVLN-FILE                                            DBANK66P
042922       INVALID KEY                                                DBANK66P
042923         GO TO TRIM-LINE-MINIMUM-EXIT                             DBANK66P
042924     END-READ.                                                    DBANK66P
042925     MOVE BLS-REC-LOAN-ACCNO TO BA2-REC-ACCNO.                    DBANK66P
042926     READ BNKACC-FILE2                                            DBANK66P
042927       INVALID KEY                                                DBANK66P
042928         GO TO TRIM-LINE-MINIMUM-EXIT                             DBANK66P
042929     END-READ.                                                    DBANK66P
042930     MOVE ZERO TO WS-LINE-DRAWN.                                  DBANK66P
042931     IF BA2-REC-BALANCE IS LESS THAN ZERO                         DBANK66P
042932        COMPUTE WS-LINE-DRAWN = ZERO - BA2-REC-BALANCE            DBANK66P
042933     END-IF.                                                      DBANK66P
042934     IF WS-LINE-DRAWN IS LESS THAN BLS-REC-PRIN-AMT               DBANK66P
042935        MOVE WS-LINE-DRAWN TO BLS-REC-PRIN-AMT                    DBANK66P
042936        MOVE WS-LINE-DRAWN TO BLS-REC-TOT-AMT                     DBANK66P
042937     END-IF.                                                      DBANK66P
042938     IF BLS-REC-PRIN-AMT IS EQUAL TO ZERO AND                     DBANK66P
042939        WS-LATE-DUE IS EQUAL TO ZERO                              DBANK66P
042940        SET WS-LINE-SETTLED TO TRUE                               DBANK66P
042941     END-IF.                                                      DBANK66P
042942 TRIM-LINE-MINIMUM-EXIT.                                          DBANK66P
042943     EXIT.                                                        DBANK66P
042944                                                                  DBANK66P
042945***************************************************************** DBANK66P
042946* Add the collected escrow portion to the loan's escrow        *  DBANK66P
042947* sub-balance and write its ledger leg                         *  DBANK66P
042948***************************************************************** DBANK66P
042949 POST-ESCROW-PORTION.                                             DBANK66P
042950     MOVE BLS-REC-LOAN-ACCNO TO ESC-REC-LOAN-ACCNO.               DBANK66P
042951     READ BNKESCR-FILE                                            DBANK66P
042952       INVALID KEY                                                DBANK66P
042953         GO TO POST-ESCROW-PORTION-EXIT                           DBANK66P
042954     END-READ.                                                    DBANK66P
042955     ADD WS-ESCROW-DUE TO ESC-REC-BALANCE.                        DBANK66P
042956     REWRITE BNKESCR-REC                                          DBANK66P
042957       INVALID KEY                                                DBANK66P
042958         MOVE 'Unable to update escrow balance'                   DBANK66P
042959           TO WS-CONSOLE-MESSAGE                                  DBANK66P
042960         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBANK66P
042961         GO TO POST-ESCROW-PORTION-EXIT                           DBANK66P
042962     END-REWRITE.                                                 DBANK66P
042963     MOVE SPACES TO WS-POST-DESC.                                 DBANK66P
042964     STRING 'Escrow portion ' DELIMITED BY SIZE                   DBANK66P
042965            BLS-REC-LOAN-ACCNO DELIMITED BY SIZE                  DBANK66P
042966       INTO WS-POST-DESC.                                         DBANK66P
042967     MOVE '4' TO WS-TIMESTAMP (26:1).                             DBANK66P
042968     MOVE BLS-REC-PID TO BLG-REC-PID.                             DBANK66P
042969     MOVE '1' TO BLG-REC-TYPE.                                    DBANK66P
042970     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBANK66P
042971     MOVE 'ESCR' TO BLG-REC-CATEGORY.                             DBANK66P
042972     MOVE BLS-REC-COLL-ACCNO TO BLG-REC-ACCNO.                    DBANK66P
042973     MOVE WS-ESCROW-DUE TO BLG-REC-AMOUNT.                        DBANK66P
042974     PERFORM WRITE-ONE-LEDGER THRU                                DBANK66P
042975             WRITE-ONE-LEDGER-EXIT.                               DBANK66P
042976     MOVE SPACES TO BLG-REC-CATEGORY.                             DBANK66P
042977 POST-ESCROW-PORTION-EXIT.                                        DBANK66P
042978     EXIT.                                                        DBANK66P
043010                                                                  DBANK66P
043011***************************************************************** DBANK66P
043012* Collect a recovery: the customer pays, the income posts as   *  DBANK66P
043900 WRITE-AUDIT-RECORDS.                                             DBANK66P
044000     SET WS-AUDIT-IS-OK TO TRUE.                                  DBANK66P
044100 COPY CTSTAMPP.                                                   DBANK66P
044110*    a credit line minimum trimmed to nothing still collects its  DBANK66P
044120*    late charge, with no principal legs                          DBANK66P
044130     IF BLS-REC-PRIN-AMT IS EQUAL TO ZERO                         DBANK66P
044140        GO TO WRITE-AUDIT-INTEREST                                DBANK66P
044150     END-IF.                                                      DBANK66P
044200                                                                  DBANK66P
044300     MOVE SPACES TO WS-POST-DESC.                                 DBANK66P
044400     STRING 'Loan principal ' DELIMITED BY SIZE                   DBANK66P
046300     PERFORM WRITE-ONE-LEDGER THRU                                DBANK66P
046400             WRITE-ONE-LEDGER-EXIT.                               DBANK66P
046500                                                                  DBANK66P
046501     MOVE '0' TO WS-IBPO-TS-SUFFIX.                               DBANK66P
046502     MOVE BLS-REC-PRIN-AMT TO WS-IBPO-AMOUNT.                     DBANK66P
046503     PERFORM POST-INTER-BRANCH THRU                               DBANK66P
046504             POST-INTER-BRANCH-EXIT.                              DBANK66P
046505                                                                  DBANK66P
046510 WRITE-AUDIT-INTEREST.                                            DBANK66P
046600     IF BLS-REC-INT-AMT IS GREATER THAN ZERO                      DBANK66P
046700        MOVE SPACES TO WS-POST-DESC                               DBANK66P
046800        STRING 'Loan interest ' DELIMITED BY SIZE                 DBANK66P
047700        PERFORM WRITE-ONE-LEDGER THRU                             DBANK66P
047800                WRITE-ONE-LEDGER-EXIT                             DBANK66P
047900     END-IF.                                                      DBANK66P
047903*    a late charge leaves the collection account and clears the   DBANK66P
047906*    loan account debit DBNK149P raised; the narrative keeps the  DBANK66P
047909*    installment so a later courtesy refund can find it           DBANK66P
047912     IF WS-LATE-DUE IS GREATER THAN ZERO                          DBANK66P
047915        MOVE SPACES TO WS-POST-DESC                               DBANK66P
047918        STRING 'Late charge loan ' DELIMITED BY SIZE              DBANK66P
047921               BLS-REC-LOAN-ACCNO DELIMITED BY SIZE               DBANK66P
047924               ' inst ' DELIMITED BY SIZE                         DBANK66P
047927               BLS-REC-SEQ DELIMITED BY SIZE                      DBANK66P
047930          INTO WS-POST-DESC                                       DBANK66P
047933        MOVE 'LATE' TO BLG-REC-CATEGORY                           DBANK66P
047936        MOVE '5' TO WS-TIMESTAMP (26:1)                           DBANK66P
047939        MOVE BLS-REC-PID TO BLG-REC-PID                           DBANK66P
047942        MOVE '1' TO BLG-REC-TYPE                                  DBANK66P
047945        MOVE '1' TO BLG-REC-SUB-TYPE                              DBANK66P
047948        MOVE BLS-REC-COLL-ACCNO TO BLG-REC-ACCNO                  DBANK66P
047951        MOVE WS-LATE-DUE TO BLG-REC-AMOUNT                        DBANK66P
047954        PERFORM WRITE-ONE-LEDGER THRU                             DBANK66P
047957                WRITE-ONE-LEDGER-EXIT                             DBANK66P
047960        MOVE '6' TO WS-TIMESTAMP (26:1)                           DBANK66P
047963        MOVE BLS-REC-PID TO BLG-REC-PID                           DBANK66P
047966        MOVE '1' TO BLG-REC-TYPE                                  DBANK66P
047969        MOVE '2' TO BLG-REC-SUB-TYPE                              DBANK66P
047972        MOVE BLS-REC-LOAN-ACCNO TO BLG-REC-ACCNO                  DBANK66P
047975        MOVE WS-LATE-DUE TO BLG-REC-AMOUNT                        DBANK66P
047978        PERFORM WRITE-ONE-LEDGER THRU                             DBANK66P
047981                WRITE-ONE-LEDGER-EXIT                             DBANK66P
047982        MOVE '5' TO WS-IBPO-TS-SUFFIX                             DBANK66P
047983        MOVE WS-LATE-DUE TO WS-IBPO-AMOUNT                        DBANK66P
047984        PERFORM POST-INTER-BRANCH THRU                            DBANK66P
047985                POST-INTER-BRANCH-EXIT                            DBANK66P
047990        MOVE SPACES TO BLG-REC-CATEGORY                           DBANK66P
047995     END-IF.                                                      DBANK66P
048000 WRITE-AUDIT-RECORDS-EXIT.                                        DBANK66P
048100     EXIT.                                                        DBANK66P
048200                                                                  DBANK66P
051300     EXIT.                                                        DBANK66P
051400                                                                  DBANK66P
051401***************************************************************** DBANK66P
051402* Enter a movement from the collection account to the loan      * DBANK66P
051403* account on the inter-branch register - UIBPOST writes nothing * DBANK66P
051404* when both accounts sit at one branch. The caller sets the     * DBANK66P
051405* amount and the timestamp suffix of the movement's FROM leg    * DBANK66P
051406***************************************************************** DBANK66P
051407 POST-INTER-BRANCH.                                               DBANK66P
051408     MOVE SPACES TO WS-IBPO-DATA.                                 DBANK66P
051409     MOVE WS-IBPO-AMOUNT TO IBPO-AMOUNT.                          DBANK66P
051410     MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP.                         DBANK66P
051411     MOVE WS-IBPO-TS-SUFFIX TO IBPO-TIMESTAMP (26:1).             DBANK66P
051412     SET TREF-FUNC-ENCODE TO TRUE.                                DBANK66P
051413     MOVE IBPO-TIMESTAMP TO TREF-TIMESTAMP.                       DBANK66P
051414     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBANK66P
051415     MOVE TREF-REFNO TO IBPO-REFNO.                               DBANK66P
051416     MOVE BLS-REC-COLL-ACCNO TO IBPO-FROM-ACCNO.                  DBANK66P
051417     MOVE BLS-REC-LOAN-ACCNO TO IBPO-TO-ACCNO.                    DBANK66P
051418     MOVE BUSD-DATE TO IBPO-BUS-DATE.                             DBANK66P
051419     MOVE 'DBANK66P' TO IBPO-JOB-NAME.                            DBANK66P
051420     SET IBPO-FUNC-POST TO TRUE.                                  DBANK66P
051421     CALL 'UIBPOST' USING WS-IBPO-DATA.                           DBANK66P
051422     IF IBPO-FAILED                                               DBANK66P
051423        MOVE IBPO-MSG TO WS-CONSOLE-MESSAGE                       DBANK66P
051424        PERFORM DISPLAY-CONSOLE-MESSAGE                           DBANK66P
051425        SET WS-AUDIT-NOT-OK TO TRUE                               DBANK66P
051426     END-IF.                                                      DBANK66P
051427 POST-INTER-BRANCH-EXIT.                                          DBANK66P
051428     EXIT.                                                        DBANK66P
051429                                                                  DBANK66P
051430***************************************************************** DBANK66P
051431* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBANK66P
051432* each write to a protected cluster lands its final image on    * DBANK66P
051433* the BNKFJRN journal                                           * DBANK66P
051434***************************************************************** DBANK66P
051435 JOURNAL-ACC-IMAGE.                                               DBANK66P
051436     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBANK66P
051437     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK66P
051438     SET FJRN-ACTION-REWRITE TO TRUE.                             DBANK66P
051439     MOVE LENGTH OF BNKACC-REC TO FJRN-REC-LEN.                   DBANK66P
051440     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK66P
051441     MOVE BNKACC-REC TO FJRN-REC-IMAGE.                           DBANK66P
051442     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK66P
051443 JOURNAL-ACC-IMAGE-EXIT.                                          DBANK66P
051444     EXIT.                                                        DBANK66P
051445                                                                  DBANK66P
051446 JOURNAL-ACC2-IMAGE.                                              DBANK66P
051447     MOVE 'BNKACC  ' TO FJRN-FILE-NAME.                           DBANK66P
051448     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK66P
051449     SET FJRN-ACTION-REWRITE TO TRUE.                             DBANK66P
051450     MOVE LENGTH OF BA2-REC TO FJRN-REC-LEN.                      DBANK66P
051451     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK66P
051452     MOVE BA2-REC TO FJRN-REC-IMAGE.                              DBANK66P
051453     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK66P
051454 JOURNAL-ACC2-IMAGE-EXIT.                                         DBANK66P
051455     EXIT.                                                        DBANK66P
051456                                                                  DBANK66P
051457 JOURNAL-LEDG-IMAGE.                                              DBANK66P
051458     MOVE 'BNKLEDG ' TO FJRN-FILE-NAME.                           DBANK66P
051459     MOVE WS-PROGRAM-ID TO FJRN-PROGRAM.                          DBANK66P
051460     SET FJRN-ACTION-WRITE TO TRUE.                               DBANK66P
051461     MOVE LENGTH OF BNKLEDG-REC TO FJRN-REC-LEN.                  DBANK66P
051462     MOVE SPACES TO FJRN-REC-IMAGE.                               DBANK66P
051463     MOVE BNKLEDG-REC TO FJRN-REC-IMAGE.                          DBANK66P
051464     CALL 'UFWDJRNL' USING WS-FJRN-DATA.                          DBANK66P
051465 JOURNAL-LEDG-IMAGE-EXIT.                                         DBANK66P
051466     EXIT.                                                        DBANK66P
051467                                                                  DBANK66P
051500***************************************************************** DBANK66P
051600* Check file open OK                                            * DBANK66P
051700***************************************************************** DBANK66P
