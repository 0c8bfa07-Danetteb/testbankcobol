002200*              lines are frozen and nothing posts               * DBNK118P
002300*              retroactively - and a rate-change notice is      * DBNK118P
002400*              filed on BNKCORR for the correspondence          * DBNK118P
002500*              mailing. A loan capped on BNKMCAP for military   * DBNK118P
002510*              service (DBNK218P) has the new rate noted on the * DBNK118P
002520*              cap as its contract rate; the cap rate still     * DBNK118P
002530*              applies to the installments while the cap runs.  * DBNK118P
002540*              VSAM version                                     * DBNK118P
002600***************************************************************** DBNK118P
002700                                                                  DBNK118P
002800 IDENTIFICATION DIVISION.                                         DBNK118P
007100            ACCESS MODE  IS RANDOM                                DBNK118P
007200            RECORD KEY   IS BCO-REC-TIMESTAMP                     DBNK118P
007300            FILE STATUS  IS WS-BNKCORR-STATUS.                    DBNK118P
007310                                                                  DBNK118P
007320     SELECT BNKMCAP-FILE                                          DBNK118P
007330            ASSIGN       TO BNKMCAP                               DBNK118P
007340            ORGANIZATION IS INDEXED                               DBNK118P
007350            ACCESS MODE  IS RANDOM                                DBNK118P
007360            RECORD KEY   IS MCP-REC-ACCNO                         DBNK118P
007370            FILE STATUS  IS WS-BNKMCAP-STATUS.                    DBNK118P
007400                                                                  DBNK118P
007500 DATA DIVISION.                                                   DBNK118P
007600                                                                  DBNK118P
009300 FD  BNKCORR-FILE.                                                DBNK118P
009400 01  BNKCORR-REC.                                                 DBNK118P
009500 COPY CBANKVCO.                                                   DBNK118P
009510                                                                  DBNK118P
009520 FD  BNKMCAP-FILE.                                                DBNK118P
009530 01  BNKMCAP-REC.                                                 DBNK118P
009540 COPY CBANKVMP.                                                   DBNK118P
009600                                                                  DBNK118P
009700 WORKING-STORAGE SECTION.                                         DBNK118P
009800 COPY CTIMERD.                                                    DBNK118P
011700   05  WS-BNKCORR-STATUS.                                         DBNK118P
011800     10  WS-BNKCORR-STAT1                      PIC X(1).          DBNK118P
011900     10  WS-BNKCORR-STAT2                      PIC X(1).          DBNK118P
011910   05  WS-BNKMCAP-STATUS.                                         DBNK118P
011920     10  WS-BNKMCAP-STAT1                      PIC X(1).          DBNK118P
011930     10  WS-BNKMCAP-STAT2                      PIC X(1).          DBNK118P
012000                                                                  DBNK118P
012100   05  WS-IO-STATUS.                                              DBNK118P
012200     10  WS-IO-STAT1                          PIC X(1).           DBNK118P
016100       VALUE ZERO.                                                DBNK118P
016200                                                                  DBNK118P
016300   05  WS-EDIT-RATE                    PIC ZZ9.999.               DBNK118P
016310   05  WS-EDIT-CAP                     PIC ZZ9.999.               DBNK118P
016320   05  WS-CAP-FLAG                     PIC X(1).                  DBNK118P
016330     88  WS-LOAN-IS-CAPPED              VALUE 'Y'.                DBNK118P
016340     88  WS-LOAN-NOT-CAPPED             VALUE 'N'.                DBNK118P
016400                                                                  DBNK118P
016500 COPY CLOANPRD.                                                   DBNK118P
016600                                                                  DBNK118P
022000     MOVE 'BNKCORR-FILE' TO WS-FILE.                              DBNK118P
022100     PERFORM CHECK-OPEN THRU                                      DBNK118P
022200             CHECK-OPEN-EXIT.                                     DBNK118P
022210                                                                  DBNK118P
022220     OPEN I-O BNKMCAP-FILE.                                       DBNK118P
022230     MOVE WS-BNKMCAP-STATUS TO WS-IO-STATUS.                      DBNK118P
022240     MOVE 'BNKMCAP-FILE' TO WS-FILE.                              DBNK118P
022250     PERFORM CHECK-OPEN THRU                                      DBNK118P
022260             CHECK-OPEN-EXIT.                                     DBNK118P
022300                                                                  DBNK118P
022400     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK118P
022500        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK118P
029600     CLOSE BNKLSCH-FILE.                                          DBNK118P
029700     CLOSE BNKPARM-FILE.                                          DBNK118P
029800     CLOSE BNKCORR-FILE.                                          DBNK118P
029810     CLOSE BNKMCAP-FILE.                                          DBNK118P
029900                                                                  DBNK118P
030000     SET BCTL-FUNC-END TO TRUE.                                   DBNK118P
030100     MOVE WS-LOANS-READ TO BCTL-RECORD-COUNT.                     DBNK118P
043600           TO WS-CONSOLE-MESSAGE                                  DBNK118P
043700         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK118P
043800     END-REWRITE.                                                 DBNK118P
043810                                                                  DBNK118P
043820     PERFORM NOTE-CAP-CONTRACT-RATE THRU                          DBNK118P
043830             NOTE-CAP-CONTRACT-RATE-EXIT.                         DBNK118P
043900                                                                  DBNK118P
044000*    file the rate-change notice for the mailing                  DBNK118P
044100 COPY CTSTAMPP.                                                   DBNK118P
046300            '  NEW RATE '            DELIMITED BY SIZE            DBNK118P
046400            WS-EDIT-RATE             DELIMITED BY SIZE            DBNK118P
046500       INTO RPRRPT-REC.                                           DBNK118P
046510     IF WS-LOAN-IS-CAPPED AND                                     DBNK118P
046520        WS-NEW-RATE IS GREATER THAN MCP-REC-CAP-RATE              DBNK118P
046530        MOVE MCP-REC-CAP-RATE TO WS-EDIT-CAP                      DBNK118P
046540        MOVE '  CAPPED AT ' TO RPRRPT-REC (39:12)                 DBNK118P
046550        MOVE WS-EDIT-CAP TO RPRRPT-REC (51:7)                     DBNK118P
046560     END-IF.                                                      DBNK118P
046600     WRITE RPRRPT-REC.                                            DBNK118P
046700 REPRICE-ONE-LOAN-EXIT.                                           DBNK118P
046800     EXIT.                                                        DBNK118P
046803                                                                  DBNK118P
046809***************************************************************** DBNK118P
046812* A loan under a military service cap keeps the cap rate; the   * DBNK118P
046815* new rate goes on the cap record as the contract rate, which   * DBNK118P
046818* the installments are cut back from and which applies again    * DBNK118P
046821* once the cap is lifted                                        * DBNK118P
046824***************************************************************** DBNK118P
046827 NOTE-CAP-CONTRACT-RATE.                                          DBNK118P
046830     SET WS-LOAN-NOT-CAPPED TO TRUE.                              DBNK118P
046833     MOVE BLN-REC-LOAN-ACCNO TO MCP-REC-ACCNO.                    DBNK118P
046836     READ BNKMCAP-FILE                                            DBNK118P
046839       INVALID KEY                                                DBNK118P
046842         GO TO NOTE-CAP-CONTRACT-RATE-EXIT                        DBNK118P
046845     END-READ.                                                    DBNK118P
046848     IF NOT MCP-REC-IS-LOAN OR NOT MCP-REC-IS-CAPPED              DBNK118P
046851        GO TO NOTE-CAP-CONTRACT-RATE-EXIT                         DBNK118P
046854     END-IF.                                                      DBNK118P
046857     SET WS-LOAN-IS-CAPPED TO TRUE.                               DBNK118P
046860     MOVE WS-NEW-RATE TO MCP-REC-CONTRACT-RATE.                   DBNK118P
046863     REWRITE BNKMCAP-REC                                          DBNK118P
046866       INVALID KEY                                                DBNK118P
046869         MOVE 'Unable to rewrite military service cap'            DBNK118P
046872           TO WS-CONSOLE-MESSAGE                                  DBNK118P
046875         PERFORM DISPLAY-CONSOLE-MESSAGE                          DBNK118P
046878     END-REWRITE.                                                 DBNK118P
046881 NOTE-CAP-CONTRACT-RATE-EXIT.                                     DBNK118P
046884     EXIT.                                                        DBNK118P
046900                                                                  DBNK118P
047000***************************************************************** DBNK118P
047100* Check file open OK                                            * DBNK118P
