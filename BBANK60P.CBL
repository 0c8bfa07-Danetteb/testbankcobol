004740  05  WS-EMAIL-FIRST-SP                     PIC S9(4) COMP.       BBANK60P
004750  05  WS-EMAIL-DOTS                         PIC S9(4) COMP.       BBANK60P
004760  05  WS-EMAIL-NONBLANK                     PIC S9(4) COMP.       BBANK60P
004770  05  WS-CONS-SUB                           PIC S9(4) COMP.       BBANK60P
004780  05  WS-CONS-COUNT                         PIC S9(4) COMP.       BBANK60P
004800                                                                  BBANK60P
004900 01  WS-BANK-DATA.                                                BBANK60P
005000 COPY CBANKDAT.                                                   BBANK60P
005910 01  WS-SIGNON-DATA.                                              BBANK60P
005920   COPY CBANKD16.                                                 BBANK60P
005930                                                                  BBANK60P
005940 01  WS-TAXR-DATA.                                                BBANK60P
005950 COPY CBNKD174.                                                   BBANK60P
005952                                                                  BBANK60P
005954 01  WS-RMAL-DATA.                                                BBANK60P
005956 COPY CBNKD191.                                                   BBANK60P
005957                                                                  BBANK60P
005958 01  WS-CONS-DATA.                                                BBANK60P
005959 COPY CBNKD194.                                                   BBANK60P
005960                                                                  BBANK60P
006000 COPY CSTATESD.                                                   BBANK60P
006100                                                                  BBANK60P
006200 COPY CABENDD.                                                    BBANK60P
019600           BANK-SCR60-OLD-SEND-MAIL IS NOT EQUAL TO               BBANK60P
019700             BANK-SCR60-NEW-SEND-MAIL OR                          BBANK60P
019800           BANK-SCR60-OLD-SEND-EMAIL IS NOT EQUAL TO              BBANK60P
019900             BANK-SCR60-NEW-SEND-EMAIL OR                         BBANK60P
019910           BANK-TAX-OLD IS NOT EQUAL TO BANK-TAX-NEW OR           BBANK60P
019920           BANK-CONS-OLD IS NOT EQUAL TO BANK-CONS-NEW            BBANK60P
020000          SET ADDR-DATA-CHANGED TO TRUE                           BBANK60P
020100        ELSE                                                      BBANK60P
020200          SET ADDR-DATA-UNCHANGED TO TRUE                         BBANK60P
027400        MOVE BANK-SCR60-NEW-SEND-MAIL TO CD07I-NEW-SEND-MAIL      BBANK60P
027500        MOVE BANK-SCR60-NEW-SEND-EMAIL TO CD07I-NEW-SEND-EMAIL    BBANK60P
027600 COPY CBANKX07.                                                   BBANK60P
027608        MOVE 'Contact information updated' TO BANK-RETURN-MSG     BBANK60P
027616        IF BANK-TAX-OLD IS NOT EQUAL TO BANK-TAX-NEW              BBANK60P
027624           MOVE SPACES TO C174-DATA                               BBANK60P
027632           SET C174I-WRITE TO TRUE                                BBANK60P
027640           PERFORM CALL-TAX-RESIDENCY THRU                        BBANK60P
027648                   CALL-TAX-RESIDENCY-EXIT                        BBANK60P
027656           IF C174O-FAIL                                          BBANK60P
027664              MOVE 'Contact updated - tax details not saved'      BBANK60P
027672                TO BANK-RETURN-MSG                                BBANK60P
027680           END-IF                                                 BBANK60P
027688        END-IF                                                    BBANK60P
027689        IF BANK-CONS-OLD IS NOT EQUAL TO BANK-CONS-NEW            BBANK60P
027690           MOVE SPACES TO C194-DATA                               BBANK60P
027691           SET C194I-WRITE TO TRUE                                BBANK60P
027692           MOVE 'S' TO C194I-SOURCE                               BBANK60P
027693           MOVE BANK-CONS-NEW TO C194I-GRID                       BBANK60P
027694           PERFORM CALL-CONSENTS THRU                             BBANK60P
027695                   CALL-CONSENTS-EXIT                             BBANK60P
027696           IF C194O-FAIL                                          BBANK60P
027697              MOVE 'Contact updated - consents not saved'         BBANK60P
027698                TO BANK-RETURN-MSG                                BBANK60P
027699           END-IF                                                 BBANK60P
027700        END-IF                                                    BBANK60P
027703*       a new postal address clears any returned-mail mark        BBANK60P
027706        IF BANK-SCR60-OLD-ADDR1 IS NOT EQUAL TO                   BBANK60P
027709             BANK-SCR60-NEW-ADDR1 OR                              BBANK60P
027716           BANK-SCR60-OLD-ADDR2 IS NOT EQUAL TO                   BBANK60P
027723             BANK-SCR60-NEW-ADDR2 OR                              BBANK60P
027730           BANK-SCR60-OLD-STATE IS NOT EQUAL TO                   BBANK60P
027737             BANK-SCR60-NEW-STATE OR                              BBANK60P
027744           BANK-SCR60-OLD-CNTRY IS NOT EQUAL TO                   BBANK60P
027751             BANK-SCR60-NEW-CNTRY OR                              BBANK60P
027758           BANK-SCR60-OLD-PSTCDE IS NOT EQUAL TO                  BBANK60P
027765             BANK-SCR60-NEW-PSTCDE                                BBANK60P
027772           PERFORM CLEAR-RETURNED-MAIL THRU                       BBANK60P
027779                   CLEAR-RETURNED-MAIL-EXIT                       BBANK60P
027786        END-IF                                                    BBANK60P
027800        MOVE SPACES TO BANK-SCREEN60-DATA                         BBANK60P
027810        MOVE SPACES TO BANK-SCREEN-TAX-DATA                       BBANK60P
027900        MOVE 'BBANK60P' TO BANK-LAST-PROG                         BBANK60P
028000        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         BBANK60P
028100        MOVE 'MBANK20' TO BANK-NEXT-MAPSET                        BBANK60P
038400        MOVE 'Send E-Mail required E-Mail address' TO WS-ERROR-MSGBBANK60P
038500        GO TO VALIDATE-DATA-ERROR                                 BBANK60P
038600     END-IF.                                                      BBANK60P
038609     IF BANK-TAX-OLD IS NOT EQUAL TO BANK-TAX-NEW                 BBANK60P
038618        MOVE SPACES TO C174-DATA                                  BBANK60P
038627        SET C174I-VALIDATE TO TRUE                                BBANK60P
038636        PERFORM CALL-TAX-RESIDENCY THRU                           BBANK60P
038645                CALL-TAX-RESIDENCY-EXIT                           BBANK60P
038654        IF C174O-FAIL                                             BBANK60P
038663           MOVE C174O-MSG TO WS-ERROR-MSG                         BBANK60P
038672           GO TO VALIDATE-DATA-ERROR                              BBANK60P
038681        END-IF                                                    BBANK60P
038690     END-IF.                                                      BBANK60P
038691     INSPECT BANK-CONS-NEW                                        BBANK60P
038692       CONVERTING 'yn' TO 'YN'.                                   BBANK60P
038693     MOVE 0 TO WS-CONS-COUNT.                                     BBANK60P
038694     INSPECT BANK-CONS-NEW TALLYING WS-CONS-COUNT                 BBANK60P
038695       FOR ALL 'Y' ALL 'N' ALL ' '.                               BBANK60P
038696     IF WS-CONS-COUNT IS NOT EQUAL TO LENGTH OF BANK-CONS-NEW     BBANK60P
038697        MOVE 'Consents must be blank, Y or N' TO WS-ERROR-MSG     BBANK60P
038698        GO TO VALIDATE-DATA-ERROR                                 BBANK60P
038699     END-IF.                                                      BBANK60P
038700     MOVE 0 TO WS-CONS-COUNT.                                     BBANK60P
038701     INSPECT BANK-CONS-NEW-CHANNEL (2) TALLYING WS-CONS-COUNT     BBANK60P
038702       FOR ALL 'Y'.                                               BBANK60P
038703     IF WS-CONS-COUNT IS GREATER THAN 0 AND                       BBANK60P
038704        BANK-SCR60-NEW-EMAIL IS EQUAL TO SPACES                   BBANK60P
038705        MOVE 'E-Mail consent requires E-Mail address'             BBANK60P
038706          TO WS-ERROR-MSG                                         BBANK60P
038707        GO TO VALIDATE-DATA-ERROR                                 BBANK60P
038708     END-IF.                                                      BBANK60P
038709     MOVE 0 TO WS-CONS-COUNT.                                     BBANK60P
038710     INSPECT BANK-CONS-NEW-CHANNEL (3) TALLYING WS-CONS-COUNT     BBANK60P
038711       FOR ALL 'Y'.                                               BBANK60P
038712     INSPECT BANK-CONS-NEW-CHANNEL (4) TALLYING WS-CONS-COUNT     BBANK60P
038713       FOR ALL 'Y'.                                               BBANK60P
038714     IF WS-CONS-COUNT IS GREATER THAN 0 AND                       BBANK60P
038715        BANK-SCR60-NEW-TELNO IS EQUAL TO SPACES                   BBANK60P
038716        MOVE 'Phone/SMS consent requires telephone no'            BBANK60P
038717          TO WS-ERROR-MSG                                         BBANK60P
038718        GO TO VALIDATE-DATA-ERROR                                 BBANK60P
038719     END-IF.                                                      BBANK60P
038729                                                                  BBANK60P
038800     GO TO VALIDATE-DATA-EXIT.                                    BBANK60P
038900                                                                  BBANK60P
039000 VALIDATE-DATA-ERROR.                                             BBANK60P
042510        MOVE CD02O-CONTACT-BIRTH-DT TO BANK-SCR60-NEW-BIRTH-DT    BBANK60P
042600     ELSE                                                         BBANK60P
042700        MOVE CD02O-CONTACT-NAME TO BANK-SCR60-CONTACT-NAME        BBANK60P
042707     END-IF.                                                      BBANK60P
042714     MOVE SPACES TO BANK-SCREEN-TAX-DATA.                         BBANK60P
042721     MOVE SPACES TO C174-DATA.                                    BBANK60P
042728     SET C174I-READ TO TRUE.                                      BBANK60P
042735     PERFORM CALL-TAX-RESIDENCY THRU                              BBANK60P
042742             CALL-TAX-RESIDENCY-EXIT.                             BBANK60P
042749     IF C174O-OK                                                  BBANK60P
042756        MOVE C174O-RESIDENCY (1) TO BANK-TAX-OLD-RES (1)          BBANK60P
042763        MOVE C174O-RESIDENCY (2) TO BANK-TAX-OLD-RES (2)          BBANK60P
042770        MOVE C174O-RESIDENCY (3) TO BANK-TAX-OLD-RES (3)          BBANK60P
042777        MOVE C174O-SELF-CERT TO BANK-TAX-OLD-SELF-CERT            BBANK60P
042784        MOVE BANK-TAX-OLD TO BANK-TAX-NEW                         BBANK60P
042800     END-IF.                                                      BBANK60P
042807     MOVE SPACES TO BANK-CONS-OLD.                                BBANK60P
042814     MOVE SPACES TO C194-DATA.                                    BBANK60P
042821     SET C194I-READ TO TRUE.                                      BBANK60P
042828     PERFORM CALL-CONSENTS THRU                                   BBANK60P
042835             CALL-CONSENTS-EXIT.                                  BBANK60P
042842     IF C194O-OK                                                  BBANK60P
042849        PERFORM POPULATE-CONSENT-CHANNEL THRU                     BBANK60P
042856                POPULATE-CONSENT-CHANNEL-EXIT                     BBANK60P
042863          VARYING WS-CONS-SUB FROM 1 BY 1                         BBANK60P
042870            UNTIL WS-CONS-SUB IS GREATER THAN 4                   BBANK60P
042877     END-IF.                                                      BBANK60P
042884     MOVE BANK-CONS-OLD TO BANK-CONS-NEW.                         BBANK60P
042900 POPULATE-SCREEN-DATA-EXIT.                                       BBANK60P
043000     EXIT.                                                        BBANK60P
043012                                                                  BBANK60P
043018***************************************************************** BBANK60P
043024* Read, validate or update the customer's tax residency details * BBANK60P
043030***************************************************************** BBANK60P
043036 CALL-TAX-RESIDENCY.                                              BBANK60P
043042     MOVE BANK-SCR60-CONTACT-ID TO C174I-PID.                     BBANK60P
043048     MOVE BANK-TAX-NEW-RES (1) TO C174I-RESIDENCY (1).            BBANK60P
043054     MOVE BANK-TAX-NEW-RES (2) TO C174I-RESIDENCY (2).            BBANK60P
043060     MOVE BANK-TAX-NEW-RES (3) TO C174I-RESIDENCY (3).            BBANK60P
043066     MOVE BANK-TAX-NEW-SELF-CERT TO C174I-SELF-CERT.              BBANK60P
043072 COPY CBNKX174.                                                   BBANK60P
043078 CALL-TAX-RESIDENCY-EXIT.                                         BBANK60P
043084     EXIT.                                                        BBANK60P
043085                                                                  BBANK60P
043086***************************************************************** BBANK60P
043087* The address has changed - clear any returned mail held        * BBANK60P
043088* against the old one                                           * BBANK60P
043089***************************************************************** BBANK60P
043090 CLEAR-RETURNED-MAIL.                                             BBANK60P
043091     MOVE SPACES TO C191-DATA.                                    BBANK60P
043092     SET C191I-ADDR-CHANGED TO TRUE.                              BBANK60P
043093     MOVE BANK-USERID TO C191I-OPERATOR.                          BBANK60P
043094     MOVE BANK-SCR60-CONTACT-ID TO C191I-PID.                     BBANK60P
043095 COPY CBNKX191.                                                   BBANK60P
043096 CLEAR-RETURNED-MAIL-EXIT.                                        BBANK60P
043097     EXIT.                                                        BBANK60P
043098                                                                  BBANK60P
043099***************************************************************** BBANK60P
043100* Read or update the customer's marketing consents. Changes     * BBANK60P
043101* made here are recorded as coming from the screen, under the   * BBANK60P
043102* signed-on user                                                * BBANK60P
043103***************************************************************** BBANK60P
043104 CALL-CONSENTS.                                                   BBANK60P
043105     MOVE BANK-SCR60-CONTACT-ID TO C194I-PID.                     BBANK60P
043106     MOVE BANK-USERID TO C194I-USERID.                            BBANK60P
043107 COPY CBNKX194.                                                   BBANK60P
043108 CALL-CONSENTS-EXIT.                                              BBANK60P
043109     EXIT.                                                        BBANK60P
043110                                                                  BBANK60P
043111 POPULATE-CONSENT-CHANNEL.                                        BBANK60P
043112     MOVE C194O-FLAG (WS-CONS-SUB, 1)                             BBANK60P
043113       TO BANK-CONS-OLD-FLAG (WS-CONS-SUB, 1).                    BBANK60P
043114     MOVE C194O-FLAG (WS-CONS-SUB, 2)                             BBANK60P
043115       TO BANK-CONS-OLD-FLAG (WS-CONS-SUB, 2).                    BBANK60P
043116     MOVE C194O-FLAG (WS-CONS-SUB, 3)                             BBANK60P
043117       TO BANK-CONS-OLD-FLAG (WS-CONS-SUB, 3).                    BBANK60P
043118 POPULATE-CONSENT-CHANNEL-EXIT.                                   BBANK60P
043119     EXIT.                                                        BBANK60P
043129                                                                  BBANK60P
043200* $ Version 5.90a sequenced on Friday 1 Dec 2006 at 6:00pm        BBANK60P
