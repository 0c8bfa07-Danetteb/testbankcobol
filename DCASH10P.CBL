005019       15  WS-CAS-EXCL-FLAG                  PIC X(1).            DCASH10P
005020     10  WS-PLAN-TRY                         PIC S9(4) COMP.      DCASH10P
005021   05  WS-JRN-RESP                           PIC S9(8) COMP.      DCASH10P
005031   05  WS-CACT-RESP                          PIC S9(8) COMP.      DCASH10P
005100   05  WS-SUSP-ACCNO                         PIC X(9).            DCASH10P
005200                                                                  DCASH10P
005300 COPY CTSTAMPD.                                                   DCASH10P
007701 01  WS-BNKFJRN-REC.                                              DCASH10P
007702 COPY CBANKVFJ.                                                   DCASH10P
007703                                                                  DCASH10P
007704 01  WS-BNKCACT-REC.                                              DCASH10P
007705 COPY CBANKVCT.                                                   DCASH10P
007715                                                                  DCASH10P
007800 01  WS-COMMAREA.                                                 DCASH10P
007900 COPY CCASHD10.                                                   DCASH10P
008000                                                                  DCASH10P
023320           GO TO DCASH10P-EXIT                                    DCASH10P
023330        END-IF                                                    DCASH10P
023340     END-IF.                                                      DCASH10P
023350     PERFORM LOG-CARD-USE THRU                                    DCASH10P
023360             LOG-CARD-USE-EXIT.                                   DCASH10P
025600     EXEC CICS SYNCPOINT                                          DCASH10P
025700     END-EXEC.                                                    DCASH10P
025800                                                                  DCASH10P
042540     END-IF.                                                      DCASH10P
042550 WRITE-JOURNAL-IMAGE-EXIT.                                        DCASH10P
042560     EXIT.                                                        DCASH10P
042561                                                                  DCASH10P
042562***************************************************************** DCASH10P
042563* Log the foreign card's use on BNKCACT so the fraud rules      * DCASH10P
042564* engine sees it too - there is no customer or account of ours  * DCASH10P
042565* behind it, so it can be queued for review but not blocked.    * DCASH10P
042566* The log is advisory; a failed write does not undo the cash    * DCASH10P
042567***************************************************************** DCASH10P
042568 LOG-CARD-USE.                                                    DCASH10P
042569     MOVE SPACES TO WS-BNKCACT-REC.                               DCASH10P
042570     MOVE CD10I-CARD-NO TO BCT-REC-CARD-NO.                       DCASH10P
042571     MOVE BLG-REC-TIMESTAMP TO BCT-REC-TIMESTAMP.                 DCASH10P
042572     SET BCT-REC-NOT-ON-US TO TRUE.                               DCASH10P
042573     SET BCT-REC-DEBIT TO TRUE.                                   DCASH10P
042574     MOVE CD10I-TERM-ID TO BCT-REC-TERMINAL-ID.                   DCASH10P
042575     MOVE CD10I-AMOUNT TO BCT-REC-AMOUNT.                         DCASH10P
042576     MOVE BLG-REC-REFNO TO BCT-REC-REFNO.                         DCASH10P
042577     MOVE BLG-REC-BUS-DATE TO BCT-REC-BUS-DATE.                   DCASH10P
042578     SET BCT-REC-TIME-KNOWN TO TRUE.                              DCASH10P
042579     SET BCT-REC-UNSCORED TO TRUE.                                DCASH10P
042580     MOVE ZERO TO BCT-REC-SCORE.                                  DCASH10P
042581     EXEC CICS WRITE FILE('BNKCACT')                              DCASH10P
042582                     FROM(WS-BNKCACT-REC)                         DCASH10P
042583                     LENGTH(LENGTH OF WS-BNKCACT-REC)             DCASH10P
042584                     RIDFLD(BCT-REC-KEY)                          DCASH10P
042585                     KEYLENGTH(LENGTH OF BCT-REC-KEY)             DCASH10P
042586                     RESP(WS-CACT-RESP)                           DCASH10P
042587     END-EXEC.                                                    DCASH10P
042588 LOG-CARD-USE-EXIT.                                               DCASH10P
042589     EXIT.                                                        DCASH10P
042599                                                                  DCASH10P
