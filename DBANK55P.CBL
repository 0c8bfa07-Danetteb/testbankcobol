001300* Program:     DBANK55P.CBL                                     * DBANK55P
001400* Function:    Batch job to post a file of multi-line fund      * DBANK55P
001500*              transfer entries, one account debit/credit pair *  DBANK55P
001600*              per line.                                       *  DBANK55P
001610*              A line between accounts at two branches is       * DBANK55P
001620*              entered on the BNKIBDF inter-branch register     * DBANK55P
001630*              through UIBPOST, at the debit amount.            * DBANK55P
001700*              VSAM version                                     * DBANK55P
001800****************************************************************  DBANK55P
001900                                                                  DBANK55P
090008 01  WS-TREF-DATA.                                                DBANK55P
090009 COPY CTREFD.                                                     DBANK55P
090010                                                                  DBANK55P
090011 01  WS-IBPO-DATA.                                                DBANK55P
090012 COPY CIBPOSD.                                                    DBANK55P
090014                                                                  DBANK55P
090016 01  WS-CHK-DATA.                                                 DBANK55P
090018 COPY CCHKD.                                                      DBANK55P
090020                                                                  DBANK55P
090022 01  WS-FJRN-DATA.                                                DBANK55P
090024 COPY CFJRND.                                                     DBANK55P
090026                                                                  DBANK55P
090028 PROCEDURE DIVISION.                                              DBANK55P
090030     MOVE 'Started' TO WS-CONSOLE-MESSAGE.                        DBANK55P
090040     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBANK55P
090050     PERFORM RUN-TIME.                                            DBANK55P
096027     END-WRITE.                                                   DBANK55P
096028     PERFORM JOURNAL-LEDG-IMAGE THRU                              DBANK55P
096029             JOURNAL-LEDG-IMAGE-EXIT.                             DBANK55P
096030                                                                  DBANK55P
096031*    accounts at two branches leave the amount owing between      DBANK55P
096032*    them - the register entry stands or falls with the line      DBANK55P
096033     IF WS-AUDIT-IS-OK                                            DBANK55P
096034        MOVE SPACES TO WS-IBPO-DATA                               DBANK55P
096035        MOVE WS-TIMESTAMP TO IBPO-TIMESTAMP                       DBANK55P
096036        MOVE '0' TO IBPO-TIMESTAMP (26:1)                         DBANK55P
096037        MOVE TREF-REFNO TO IBPO-REFNO                             DBANK55P
096038        MOVE XFR-REC-FROM-ACCNO TO IBPO-FROM-ACCNO                DBANK55P
096039        MOVE XFR-REC-TO-ACCNO TO IBPO-TO-ACCNO                    DBANK55P
096040        MOVE WS-POST-AMOUNT TO IBPO-AMOUNT                        DBANK55P
096041        MOVE BUSD-DATE TO IBPO-BUS-DATE                           DBANK55P
096042        MOVE 'DBANK55P' TO IBPO-JOB-NAME                          DBANK55P
096043        SET IBPO-FUNC-POST TO TRUE                                DBANK55P
096044        CALL 'UIBPOST' USING WS-IBPO-DATA                         DBANK55P
096045        IF IBPO-FAILED                                            DBANK55P
096046           MOVE IBPO-MSG TO WS-CONSOLE-MESSAGE                    DBANK55P
096047           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBANK55P
096048           SET WS-AUDIT-NOT-OK TO TRUE                            DBANK55P
096049        END-IF                                                    DBANK55P
096050     END-IF.                                                      DBANK55P
096052 WRITE-AUDIT-RECORDS-EXIT.                                        DBANK55P
096054     EXIT.                                                        DBANK55P
096057                                                                  DBANK55P
096058***************************************************************** DBANK55P
096059* After-image feeds for the roll-forward recovery (ZBNKRCVR) -  * DBANK55P
