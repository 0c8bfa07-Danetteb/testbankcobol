001900*              touching existing accounts, INQUIRE reads the      DBNK145P
002000*              rules back. The type must exist on BNKATYPE -      DBNK145P
002100*              the catalog decorates a type, it does not          DBNK145P
002200*              create one. A business type may be marked for      DBNK145P
002210*              monthly account analysis (DBNK213P) in place of    DBNK145P
002220*              the flat DBANK70P service charge.                  DBNK145P
002300*              VSAM version                                       DBNK145P
002400**************************************************************    DBNK145P
002500                                                                  DBNK145P
013000     END-IF.                                                      DBNK145P
013100     IF C145I-ELIG-TIER IS NOT NUMERIC                            DBNK145P
013200        MOVE 'Eligibility tier must be numeric' TO C145O-MSG      DBNK145P
013204        GO TO DBNK145P-EXIT                                       DBNK145P
013208     END-IF.                                                      DBNK145P
013212*    a blank limit is no limit; a limit with no excess action     DBNK145P
013216*    given refuses the transfer past it                           DBNK145P
013220     IF C145I-XFER-LIMIT IS EQUAL TO SPACES                       DBNK145P
013224        MOVE ZERO TO C145I-XFER-LIMIT                             DBNK145P
013228     END-IF.                                                      DBNK145P
013232     IF C145I-XFER-LIMIT IS NOT NUMERIC                           DBNK145P
013236        MOVE 'Transfer limit must be numeric' TO C145O-MSG        DBNK145P
013240        GO TO DBNK145P-EXIT                                       DBNK145P
013244     END-IF.                                                      DBNK145P
013248     IF C145I-XFER-LIMIT IS EQUAL TO '000'                        DBNK145P
013252        MOVE SPACE TO C145I-XFER-EXCESS                           DBNK145P
013256     ELSE                                                         DBNK145P
013260        IF C145I-XFER-EXCESS IS EQUAL TO SPACE                    DBNK145P
013264           MOVE 'R' TO C145I-XFER-EXCESS                          DBNK145P
013268        END-IF                                                    DBNK145P
013272     END-IF.                                                      DBNK145P
013276     IF C145I-XFER-EXCESS IS NOT EQUAL TO SPACE AND               DBNK145P
013280        C145I-XFER-EXCESS IS NOT EQUAL TO 'R' AND                 DBNK145P
013284        C145I-XFER-EXCESS IS NOT EQUAL TO 'C'                     DBNK145P
013288        MOVE 'Excess action must be R or C' TO C145O-MSG          DBNK145P
013300        GO TO DBNK145P-EXIT                                       DBNK145P
013400     END-IF.                                                      DBNK145P
013410*    a type is left out of account analysis unless marked Y       DBNK145P
013420     IF C145I-ANALYSIS IS EQUAL TO SPACE                          DBNK145P
013430        MOVE 'N' TO C145I-ANALYSIS                                DBNK145P
013440     END-IF.                                                      DBNK145P
013450     IF C145I-ANALYSIS IS NOT EQUAL TO 'Y' AND                    DBNK145P
013460        C145I-ANALYSIS IS NOT EQUAL TO 'N'                        DBNK145P
013470        MOVE 'Account analysis must be Y or N' TO C145O-MSG       DBNK145P
013480        GO TO DBNK145P-EXIT                                       DBNK145P
013490     END-IF.                                                      DBNK145P
013500     MOVE C145I-TYPE TO WS-BNKPROD-RID.                           DBNK145P
013600     SET WS-PROD-FOUND TO TRUE.                                   DBNK145P
013700     EXEC CICS READ FILE('BNKPROD')                               DBNK145P
015200     MOVE C145I-MAX-PER-CUST TO BPR-REC-MAX-PER-CUST.             DBNK145P
015300     MOVE C145I-MIN-AGE TO BPR-REC-MIN-AGE.                       DBNK145P
015400     MOVE C145I-ELIG-TIER TO BPR-REC-ELIG-TIER.                   DBNK145P
015410     MOVE C145I-XFER-LIMIT TO BPR-REC-XFER-LIMIT.                 DBNK145P
015420     MOVE C145I-XFER-EXCESS TO BPR-REC-XFER-EXCESS.               DBNK145P
015430     MOVE C145I-ANALYSIS TO BPR-REC-ANALYSIS.                     DBNK145P
015500     SET BPR-REC-OPEN-FOR-NEW TO TRUE.                            DBNK145P
015600     MOVE WS-TODAY-DATE TO BPR-REC-UPDATED-DATE.                  DBNK145P
015700     MOVE C145I-OPERATOR TO BPR-REC-UPDATED-BY.                   DBNK145P
025000     MOVE BPR-REC-NEW-BUS-FLAG TO C145O-NEW-BUS-FLAG.             DBNK145P
025100     MOVE BPR-REC-UPDATED-DATE TO C145O-UPDATED-DATE.             DBNK145P
025200     MOVE BPR-REC-UPDATED-BY TO C145O-UPDATED-BY.                 DBNK145P
025210     IF BPR-REC-XFER-LIMIT IS NUMERIC                             DBNK145P
025220        MOVE BPR-REC-XFER-LIMIT TO C145O-XFER-LIMIT               DBNK145P
025230     ELSE                                                         DBNK145P
025240        MOVE ZERO TO C145O-XFER-LIMIT                             DBNK145P
025250     END-IF.                                                      DBNK145P
025260     MOVE BPR-REC-XFER-EXCESS TO C145O-XFER-EXCESS.               DBNK145P
025266     IF BPR-REC-IS-ANALYSED                                       DBNK145P
025272        MOVE 'Y' TO C145O-ANALYSIS                                DBNK145P
025278     ELSE                                                         DBNK145P
025284        MOVE 'N' TO C145O-ANALYSIS                                DBNK145P
025290     END-IF.                                                      DBNK145P
025300 ECHO-PRODUCT-EXIT.                                               DBNK145P
025400     EXIT.                                                        DBNK145P
025500                                                                  DBNK145P
