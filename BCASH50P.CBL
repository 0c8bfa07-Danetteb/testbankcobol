008200     MOVE CASH-TXN-ACCNO TO CD06I-ACCNO.                          BCASH50P
008300     MOVE CASH-TXN-AMOUNT TO CD06I-AMOUNT.                        BCASH50P
008400     MOVE CASH-TXN-TERM-ID TO CD06I-TERM-ID.                      BCASH50P
008410     MOVE CASH-CARD-NO TO CD06I-CARD-NO.                          BCASH50P
008500     SET CD06I-WITHDRAWAL TO TRUE.                                BCASH50P
008600* Now go and post the withdrawal                                  BCASH50P
008700 COPY CCASHX06.                                                   BCASH50P
