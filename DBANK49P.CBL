018600     MOVE CD49I-EXTRA TO BLN-REC-WI-EXTRA.                        DBANK49P
018700     MOVE LSIM-MONTHS TO BLN-REC-WI-MONTHS.                       DBANK49P
018800     MOVE LSIM-SAVED-INTEREST TO BLN-REC-WI-INT-SAVED.            DBANK49P
018810     MOVE ZERO TO BLN-REC-POINTS-AMT.                             DBANK49P
018900     MOVE BLN-REC-TIMESTAMP TO WS-BNKLOAN-RID.                    DBANK49P
019000     EXEC CICS WRITE FILE('BNKLOAN')                              DBANK49P
019100                     FROM(WS-BNKLOAN-REC)                         DBANK49P
