007300     MOVE SPACES TO CD07-DATA.                                    BCASH70P
007400     MOVE CASH-USERID TO CD07I-CONTACT-ID.                        BCASH70P
007500     MOVE CASH-TXN-ACCNO TO CD07I-ACCNO.                          BCASH70P
007510     MOVE CASH-CARD-NO TO CD07I-CARD-NO.                          BCASH70P
007600     SET CD07I-REQ-BALANCE TO TRUE.                               BCASH70P
007700* Now go get the data                                             BCASH70P
007800 COPY CCASHX07.                                                   BCASH70P
009000       WHEN CD07O-STATUS-NOT-OWNER                                BCASH70P
009100         SET CASH-TXN-STATUS-NOT-OWNER TO TRUE                    BCASH70P
009200         MOVE CD07O-MSG TO CASH-ERROR-MSG                         BCASH70P
009210       WHEN CD07O-STATUS-NOT-ALLOWED                              BCASH70P
009220         SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE                  BCASH70P
009230         MOVE CD07O-MSG TO CASH-ERROR-MSG                         BCASH70P
009300       WHEN OTHER                                                 BCASH70P
009400         SET CASH-TXN-STATUS-FAILED TO TRUE                       BCASH70P
009500         MOVE 'Unable to obtain balance' TO CASH-ERROR-MSG        BCASH70P
