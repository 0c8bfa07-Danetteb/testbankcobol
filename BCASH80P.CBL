007400     MOVE SPACES TO CD07-DATA.                                    BCASH80P
007500     MOVE CASH-USERID TO CD07I-CONTACT-ID.                        BCASH80P
007600     MOVE CASH-TXN-ACCNO TO CD07I-ACCNO.                          BCASH80P
007610     MOVE CASH-CARD-NO TO CD07I-CARD-NO.                          BCASH80P
007700     SET CD07I-REQ-MINI-STMT TO TRUE.                             BCASH80P
007800* Now go get the data                                             BCASH80P
007900 COPY CCASHX07.                                                   BCASH80P
009600       WHEN CD07O-STATUS-NOT-OWNER                                BCASH80P
009700         SET CASH-TXN-STATUS-NOT-OWNER TO TRUE                    BCASH80P
009800         MOVE CD07O-MSG TO CASH-ERROR-MSG                         BCASH80P
009810       WHEN CD07O-STATUS-NOT-ALLOWED                              BCASH80P
009820         SET CASH-TXN-STATUS-NOT-ALLOWED TO TRUE                  BCASH80P
009830         MOVE CD07O-MSG TO CASH-ERROR-MSG                         BCASH80P
009900       WHEN OTHER                                                 BCASH80P
010000         SET CASH-TXN-STATUS-FAILED TO TRUE                       BCASH80P
010100         MOVE 'Unable to obtain statement' TO CASH-ERROR-MSG      BCASH80P
