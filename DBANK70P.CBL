001700*              balance reaches the schedule's waiver level,     * DBANK70P
001800*              with each charge written to BNKLEDG in category  * DBANK70P
001900*              FEE so finance can finally report fee income.    * DBANK70P
001910*              No charge is taken from a customer under a       * DBANK70P
001920*              bankruptcy stay (BCS-REC-BANKRUPTCY).            * DBANK70P
001930*              A business type marked for account analysis is   * DBANK70P
001940*              passed over - DBNK213P prices it per item.       * DBANK70P
002000*              VSAM version                                     * DBANK70P
002100***************************************************************** DBANK70P
002200                                                                  DBANK70P
004814            ACCESS MODE  IS RANDOM                                DBANK70P
004815            RECORD KEY   IS BCS-REC-PID                           DBANK70P
004816            FILE STATUS  IS WS-BNKCUST-STATUS.                    DBANK70P
004826                                                                  DBANK70P
004836     SELECT BNKPROD-FILE                                          DBANK70P
004846            ASSIGN       TO BNKPROD                               DBANK70P
004856            ORGANIZATION IS INDEXED                               DBANK70P
004866            ACCESS MODE  IS RANDOM                                DBANK70P
004876            RECORD KEY   IS BPR-REC-TYPE                          DBANK70P
004886            FILE STATUS  IS WS-BNKPROD-STATUS.                    DBANK70P
004900                                                                  DBANK70P
005000     SELECT BNKLEDG-FILE                                          DBANK70P
005100            ASSIGN       TO BNKLEDG                               DBANK70P
006711 FD  BNKCUST-FILE.                                                DBANK70P
006712 01  BNKCUST-REC.                                                 DBANK70P
006713 COPY CBANKVCS.                                                   DBANK70P
006723                                                                  DBANK70P
006733 FD  BNKPROD-FILE.                                                DBANK70P
006743 01  BNKPROD-REC.                                                 DBANK70P
006753 COPY CBANKVPT.                                                   DBANK70P
006800                                                                  DBANK70P
006900 FD  BNKLEDG-FILE.                                                DBANK70P
007000 01  BNKLEDG-REC.                                                 DBANK70P
008710   05  WS-BNKCUST-STATUS.                                         DBANK70P
008711     10  WS-BNKCUST-STAT1                    PIC X(1).            DBANK70P
008712     10  WS-BNKCUST-STAT2                    PIC X(1).            DBANK70P
008722   05  WS-BNKPROD-STATUS.                                         DBANK70P
008732     10  WS-BNKPROD-STAT1                    PIC X(1).            DBANK70P
008742     10  WS-BNKPROD-STAT2                    PIC X(1).            DBANK70P
008800                                                                  DBANK70P
008900   05  WS-BNKLEDG-STATUS.                                         DBANK70P
009000     10  WS-BNKLEDG-STAT1                    PIC X(1).            DBANK70P
011100       VALUE ZERO.                                                DBANK70P
011200   05  WS-CHARGES-WAIVED                     PIC 9(5)             DBANK70P
011300       VALUE ZERO.                                                DBANK70P
011310   05  WS-CHARGES-STAYED                     PIC 9(5)             DBANK70P
011320       VALUE ZERO.                                                DBANK70P
011330   05  WS-CHARGES-ANALYSED                   PIC 9(5)             DBANK70P
011340       VALUE ZERO.                                                DBANK70P
011400                                                                  DBANK70P
011500   05  WS-ACCOUNT-CHANGED                    PIC X(1).            DBANK70P
011600     88  WS-ACCOUNT-IS-CHANGED                VALUE 'Y'.          DBANK70P
014610     PERFORM CHECK-OPEN THRU                                      DBANK70P
014611             CHECK-OPEN-EXIT.                                     DBANK70P
014612                                                                  DBANK70P
014613     OPEN INPUT BNKPROD-FILE.                                     DBANK70P
014614     MOVE WS-BNKPROD-STATUS TO WS-IO-STATUS.                      DBANK70P
014615     MOVE 'BNKPROD-FILE' TO WS-FILE.                              DBANK70P
014616     PERFORM CHECK-OPEN THRU                                      DBANK70P
014617             CHECK-OPEN-EXIT.                                     DBANK70P
014618                                                                  DBANK70P
014628     OPEN INPUT BNKCUST-FILE.                                     DBANK70P
014638     MOVE WS-BNKCUST-STATUS TO WS-IO-STATUS.                      DBANK70P
014648     MOVE 'BNKCUST-FILE' TO WS-FILE.                              DBANK70P
014700     PERFORM CHECK-OPEN THRU                                      DBANK70P
014800             CHECK-OPEN-EXIT.                                     DBANK70P
014900                                                                  DBANK70P
700515            ' service charges waived'   DELIMITED BY SIZE         DBANK70P
700525       INTO WS-CONSOLE-MESSAGE.                                   DBANK70P
700535     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK70P
700536     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK70P
700537     STRING WS-CHARGES-STAYED           DELIMITED BY SIZE         DBANK70P
700538            ' service charges held - bankruptcy stay'             DBANK70P
700539                                        DELIMITED BY SIZE         DBANK70P
700540       INTO WS-CONSOLE-MESSAGE.                                   DBANK70P
700541     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK70P
700542     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBANK70P
700543     STRING WS-CHARGES-ANALYSED         DELIMITED BY SIZE         DBANK70P
700544            ' accounts left to account analysis'                  DBANK70P
700545                                        DELIMITED BY SIZE         DBANK70P
700546       INTO WS-CONSOLE-MESSAGE.                                   DBANK70P
700547     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK70P
700551                                                                  DBANK70P
700555     CLOSE BNKACC-FILE.                                           DBANK70P
700565     CLOSE BNKFEES-FILE.                                          DBANK70P
700566     CLOSE BNKCUST-FILE.                                          DBANK70P
700570     CLOSE BNKPROD-FILE.                                          DBANK70P
700575     CLOSE BNKLEDG-FILE.                                          DBANK70P
710000     CLOSE BNKHIST-FILE.                                          DBANK70P
710010                                                                  DBANK70P
710170* of a fee posting.                                             * DBANK70P
710180***************************************************************** DBANK70P
710190 POST-SERVICE-CHARGE.                                             DBANK70P
710191*    a business type on account analysis is charged per item      DBANK70P
710192*    by DBNK213P instead                                          DBANK70P
710193     MOVE BAC-REC-TYPE TO BPR-REC-TYPE.                           DBANK70P
710194     READ BNKPROD-FILE                                            DBANK70P
710195       INVALID KEY                                                DBANK70P
710196         CONTINUE                                                 DBANK70P
710197     END-READ.                                                    DBANK70P
710198     IF WS-BNKPROD-STATUS IS EQUAL TO '00' AND                    DBANK70P
710199        BPR-REC-IS-ANALYSED                                       DBANK70P
710200        ADD 1 TO WS-CHARGES-ANALYSED                              DBANK70P
710201        GO TO POST-SERVICE-CHARGE-EXIT                            DBANK70P
710202     END-IF.                                                      DBANK70P
710206     MOVE 'MSC ' TO BFE-REC-FEE-CODE.                             DBANK70P
710210     MOVE BAC-REC-TYPE TO BFE-REC-ACC-TYPE.                       DBANK70P
710220     READ BNKFEES-FILE                                            DBANK70P
710230       INVALID KEY                                                DBANK70P
720022       INVALID KEY                                                DBANK70P
720024         CONTINUE                                                 DBANK70P
720026     END-READ.                                                    DBANK70P
720027*    nothing is taken from a customer under a bankruptcy stay     DBANK70P
720028     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    DBANK70P
720029        BCS-REC-IN-BANKRUPTCY                                     DBANK70P
720030        ADD 1 TO WS-CHARGES-STAYED                                DBANK70P
720031        GO TO POST-SERVICE-CHARGE-EXIT                            DBANK70P
720032     END-IF.                                                      DBANK70P
720033     IF WS-BNKCUST-STATUS IS EQUAL TO '00' AND                    DBANK70P
720034        BCS-REC-REL-TIER IS NUMERIC                               DBANK70P
720035        EVALUATE BCS-REC-REL-TIER                                 DBANK70P
720036          WHEN 3                                                  DBANK70P
720037            ADD 1 TO WS-CHARGES-WAIVED                            DBANK70P
720038            GO TO POST-SERVICE-CHARGE-EXIT                        DBANK70P
720040          WHEN 2                                                  DBANK70P
720042            COMPUTE WS-FEE-AMT ROUNDED = WS-FEE-AMT * 0.50        DBANK70P
