007420     MOVE ZERO TO BLN-REC-WI-EXTRA.                               DBANK13P
007430     MOVE ZERO TO BLN-REC-WI-MONTHS.                              DBANK13P
007440     MOVE ZERO TO BLN-REC-WI-INT-SAVED.                           DBANK13P
007450     MOVE ZERO TO BLN-REC-POINTS-AMT.                             DBANK13P
007500     COPY CTSTAMPP.                                               DBANK13P
007600     MOVE WS-TIMESTAMP TO BLN-REC-TIMESTAMP.                      DBANK13P
007700     MOVE CD13I-PID TO BLN-REC-ALTKEY1-PID.                       DBANK13P
