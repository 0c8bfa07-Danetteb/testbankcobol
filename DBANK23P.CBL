001600*              delete one rate record. Rate changes announced   * DBANK23P
001700*              in advance are added with a future effective     * DBANK23P
001800*              date and picked up by DBANK59P when the date     * DBANK23P
001900*              arrives. The debit rate and the earnings credit  * DBANK23P
001910*              rate ride on the same record.                    * DBANK23P
002000*              VSAM version                                     * DBANK23P
002100***************************************************************** DBANK23P
002200                                                                  DBANK23P
006900     SET CD23O-STATUS-FAIL TO TRUE.                               DBANK23P
007000     MOVE ZERO TO CD23O-MIN-BAL.                                  DBANK23P
007100     MOVE ZERO TO CD23O-INT-RATE.                                 DBANK23P
007110     MOVE ZERO TO CD23O-DEBIT-RATE.                               DBANK23P
007200                                                                  DBANK23P
007300     MOVE CD23I-TYPE TO WS-BNKRATE-RID (1:1).                     DBANK23P
007400     MOVE CD23I-EFF-DATE TO WS-BNKRATE-RID (2:8).                 DBANK23P
010600     END-IF.                                                      DBANK23P
010700     MOVE BRT-REC-MIN-BAL TO CD23O-MIN-BAL.                       DBANK23P
010800     MOVE BRT-REC-INT-RATE TO CD23O-INT-RATE.                     DBANK23P
010810     MOVE BRT-REC-DEBIT-RATE TO CD23O-DEBIT-RATE.                 DBANK23P
010820     MOVE BRT-REC-ECR-RATE TO CD23O-ECR-RATE.                     DBANK23P
010900     SET CD23O-STATUS-OK TO TRUE.                                 DBANK23P
011000     GO TO DBANK23P-EXIT.                                         DBANK23P
011100                                                                  DBANK23P
011900     MOVE CD23I-TIER TO BRT-REC-TIER.                             DBANK23P
012000     MOVE CD23I-MIN-BAL TO BRT-REC-MIN-BAL.                       DBANK23P
012100     MOVE CD23I-INT-RATE TO BRT-REC-INT-RATE.                     DBANK23P
012110     MOVE CD23I-DEBIT-RATE TO BRT-REC-DEBIT-RATE.                 DBANK23P
012120     MOVE CD23I-ECR-RATE TO BRT-REC-ECR-RATE.                     DBANK23P
012200     EXEC CICS WRITE FILE('BNKRATE')                              DBANK23P
012300                     FROM(WS-BNKRATE-REC)                         DBANK23P
012400                     LENGTH(LENGTH OF WS-BNKRATE-REC)             DBANK23P
015700     END-IF.                                                      DBANK23P
015800     MOVE CD23I-MIN-BAL TO BRT-REC-MIN-BAL.                       DBANK23P
015900     MOVE CD23I-INT-RATE TO BRT-REC-INT-RATE.                     DBANK23P
015910     MOVE CD23I-DEBIT-RATE TO BRT-REC-DEBIT-RATE.                 DBANK23P
015920     MOVE CD23I-ECR-RATE TO BRT-REC-ECR-RATE.                     DBANK23P
016000     EXEC CICS REWRITE FILE('BNKRATE')                            DBANK23P
016100                    FROM(WS-BNKRATE-REC)                          DBANK23P
016200                    LENGTH(LENGTH OF WS-BNKRATE-REC)              DBANK23P
016900     END-IF.                                                      DBANK23P
017000     MOVE BRT-REC-MIN-BAL TO CD23O-MIN-BAL.                       DBANK23P
017100     MOVE BRT-REC-INT-RATE TO CD23O-INT-RATE.                     DBANK23P
017110     MOVE BRT-REC-DEBIT-RATE TO CD23O-DEBIT-RATE.                 DBANK23P
017120     MOVE BRT-REC-ECR-RATE TO CD23O-ECR-RATE.                     DBANK23P
017200     SET CD23O-STATUS-OK TO TRUE.                                 DBANK23P
017300     GO TO DBANK23P-EXIT.                                         DBANK23P
017400                                                                  DBANK23P
