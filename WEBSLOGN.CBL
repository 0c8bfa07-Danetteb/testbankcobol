001900*              counters the other channels drive - the SIGNON   * WEBSLOGN
002000*              or SIGNFAIL event goes to the security journal,  * WEBSLOGN
002100*              and an expiring session token is issued on       * WEBSLOGN
002200*              BNKWTOK for WEBSBALS, WEBSHIST, WEBSXFER,        * WEBSLOGN
002205*              WEBSWIRE, WEBSAPAY, WEBSALIA, WEBSSORD,          * WEBSLOGN
002210*              WEBSPAYE, WEBSCONS, WEBSCARD, WEBSCLWD and       * WEBSLOGN
002215*              WEBSLAPA to accept in place of the password. The * WEBSLOGN
002320*              KILL function retires a token server-side, and   * WEBSLOGN
002410*              STEPUP re-checks the password of a customer      * WEBSLOGN
002420*              already signed on before a sensitive web         * WEBSLOGN
002425*              change, against the same lockout counters.       * WEBSLOGN
002430*              Files open on first use and stay open for the    * WEBSLOGN
002500*              life of the server process.                      * WEBSLOGN
002700***************************************************************** WEBSLOGN
002800                                                                  WEBSLOGN
002900 IDENTIFICATION DIVISION.                                         WEBSLOGN
011500     10  L-FUNCTION                          PIC X(1).            WEBSLOGN
011600       88  L-FUNC-LOGIN                      VALUE 'L'.           WEBSLOGN
011700       88  L-FUNC-KILL                       VALUE 'K'.           WEBSLOGN
011710       88  L-FUNC-STEPUP                     VALUE 'V'.           WEBSLOGN
011800     10  L-PID                               PIC X(5).            WEBSLOGN
011900     10  L-PSWD                              PIC X(5).            WEBSLOGN
012000     10  L-KILL-TOKEN                        PIC X(16).           WEBSLOGN
014400     IF NOT L-STATUS-OK                                           WEBSLOGN
014500        GOBACK                                                    WEBSLOGN
014600     END-IF.                                                      WEBSLOGN
014700     IF L-FUNC-STEPUP                                             WEBSLOGN
014710        GOBACK                                                    WEBSLOGN
014720     END-IF.                                                      WEBSLOGN
014730     PERFORM 3000-ISSUE-TOKEN THRU 3000-EXIT.                     WEBSLOGN
014800     GOBACK.                                                      WEBSLOGN
014900                                                                  WEBSLOGN
015000***************************************************************** WEBSLOGN
022400     MOVE SPACES TO BNKSECJ-REC.                                  WEBSLOGN
022500     MOVE WS-TIMESTAMP TO BSE-REC-TIMESTAMP.                      WEBSLOGN
022600     MOVE 'SIGNON  ' TO BSE-REC-EVENT-TYPE.                       WEBSLOGN
022610     MOVE 'Web signon accepted' TO BSE-REC-DETAIL.                WEBSLOGN
022620     IF L-FUNC-STEPUP                                             WEBSLOGN
022630        MOVE 'STEPUP  ' TO BSE-REC-EVENT-TYPE                     WEBSLOGN
022640        MOVE 'Web step-up verified' TO BSE-REC-DETAIL             WEBSLOGN
022650     END-IF.                                                      WEBSLOGN
022700     MOVE L-PID TO BSE-REC-USERID.                                WEBSLOGN
022800     MOVE 'B' TO BSE-REC-CHANNEL.                                 WEBSLOGN
022900     MOVE 'WEB ' TO BSE-REC-TERMINAL-ID.                          WEBSLOGN
023100     WRITE BNKSECJ-REC                                            WEBSLOGN
023200       INVALID KEY                                                WEBSLOGN
023300         CONTINUE                                                 WEBSLOGN
026400     MOVE SPACES TO BNKSECJ-REC.                                  WEBSLOGN
026500     MOVE WS-TIMESTAMP TO BSE-REC-TIMESTAMP.                      WEBSLOGN
026600     MOVE 'SIGNFAIL' TO BSE-REC-EVENT-TYPE.                       WEBSLOGN
026610     MOVE 'Web signon refused' TO BSE-REC-DETAIL.                 WEBSLOGN
026620     IF L-FUNC-STEPUP                                             WEBSLOGN
026630        MOVE 'STEPFAIL' TO BSE-REC-EVENT-TYPE                     WEBSLOGN
026640        MOVE 'Web step-up refused' TO BSE-REC-DETAIL              WEBSLOGN
026650     END-IF.                                                      WEBSLOGN
026700     MOVE L-PID TO BSE-REC-USERID.                                WEBSLOGN
026800     MOVE 'B' TO BSE-REC-CHANNEL.                                 WEBSLOGN
026900     MOVE 'WEB ' TO BSE-REC-TERMINAL-ID.                          WEBSLOGN
027100     WRITE BNKSECJ-REC                                            WEBSLOGN
027200       INVALID KEY                                                WEBSLOGN
027300         CONTINUE                                                 WEBSLOGN
