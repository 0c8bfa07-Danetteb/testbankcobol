001700*              VIEW decodes one entry's old and new images      * DBANK47P
001800*              field by field and returns only the fields       * DBANK47P
001900*              that changed.                                    * DBANK47P
001910*              A product conversion entry shows the account,    * DBANK47P
001920*              its type before and after, who asked for it and  * DBANK47P
001930*              when, and the business date it took effect.      * DBANK47P
001940*              A web standing order or payee entry shows the    * DBANK47P
001950*              slot or payee, the details that changed, and the * DBANK47P
001960*              business date and customer who changed them.     * DBANK47P
001970*              A consent entry shows the channel and purpose,   * DBANK47P
001980*              the consent before and after, and when, by whom  * DBANK47P
001990*              and through which channel it was given.          * DBANK47P
002000*              VSAM Version                                     * DBANK47P
002100***************************************************************** DBANK47P
002200                                                                  DBANK47P
004000   05  WS-RESP                               PIC S9(8) COMP.      DBANK47P
004100   05  WS-BNKTXN-RID                         PIC X(26).           DBANK47P
004200   05  WS-SUB1                               PIC S9(4) COMP.      DBANK47P
004210   05  WS-AMOUNT-EDIT                        PIC Z(6)9.99.        DBANK47P
004300                                                                  DBANK47P
004400 01  WS-BNKTXN-REC.                                               DBANK47P
004600 COPY CBANKVTX.                                                   DBANK47P
016300        MOVE 'Not a maintenance entry' TO CD47O-MSG               DBANK47P
016400        GO TO VIEW-ENTRY-EXIT                                     DBANK47P
016500     END-IF.                                                      DBANK47P
016501     IF BTX-REC-SUB-TYPE-STORDER                                  DBANK47P
016502        PERFORM VIEW-STORDER-CHANGE THRU                          DBANK47P
016503                VIEW-STORDER-CHANGE-EXIT                          DBANK47P
016504        SET CD47O-OK TO TRUE                                      DBANK47P
016505        GO TO VIEW-ENTRY-EXIT                                     DBANK47P
016506     END-IF.                                                      DBANK47P
016507     IF BTX-REC-SUB-TYPE-PAYEE                                    DBANK47P
016508        PERFORM VIEW-PAYEE-CHANGE THRU                            DBANK47P
016509                VIEW-PAYEE-CHANGE-EXIT                            DBANK47P
016510        SET CD47O-OK TO TRUE                                      DBANK47P
016511        GO TO VIEW-ENTRY-EXIT                                     DBANK47P
016512     END-IF.                                                      DBANK47P
016516     IF BTX-REC-SUB-TYPE-PRODUCT                                  DBANK47P
016520        PERFORM VIEW-PRODUCT-CHANGE THRU                          DBANK47P
016530                VIEW-PRODUCT-CHANGE-EXIT                          DBANK47P
016540        SET CD47O-OK TO TRUE                                      DBANK47P
016550        GO TO VIEW-ENTRY-EXIT                                     DBANK47P
016560     END-IF.                                                      DBANK47P
016565     IF BTX-REC-SUB-TYPE-CONSENT                                  DBANK47P
016570        PERFORM VIEW-CONSENT-CHANGE THRU                          DBANK47P
016575                VIEW-CONSENT-CHANGE-EXIT                          DBANK47P
016580        SET CD47O-OK TO TRUE                                      DBANK47P
016585        GO TO VIEW-ENTRY-EXIT                                     DBANK47P
016590     END-IF.                                                      DBANK47P
016600     MOVE BTX-REC-DATA-OLD TO TXN-T2-OLD.                         DBANK47P
016700     MOVE BTX-REC-DATA-NEW TO TXN-T2-NEW.                         DBANK47P
016800     IF TXN-T2-OLD-ADDR1 IS NOT EQUAL TO TXN-T2-NEW-ADDR1         DBANK47P
022700     END-IF.                                                      DBANK47P
022800 VIEW-ENTRY-EXIT.                                                 DBANK47P
022900     EXIT.                                                        DBANK47P
022904                                                                  DBANK47P
022906***************************************************************** DBANK47P
022908* A product conversion - every field is shown, the account and  * DBANK47P
022910* its type on both sides                                        * DBANK47P
022912***************************************************************** DBANK47P
022914 VIEW-PRODUCT-CHANGE.                                             DBANK47P
022916     MOVE BTX-REC-DATA-OLD TO TXN-T3-OLD.                         DBANK47P
022918     MOVE BTX-REC-DATA-NEW TO TXN-T3-NEW.                         DBANK47P
022920     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
022922     MOVE 'ACCOUNT   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
022924     MOVE TXN-T3-OLD-ACCNO TO CD47O-FLD-OLD (WS-SUB1).            DBANK47P
022926     MOVE TXN-T3-NEW-ACCNO TO CD47O-FLD-NEW (WS-SUB1).            DBANK47P
022928     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
022930     MOVE 'ACC TYPE  ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
022932     STRING TXN-T3-OLD-TYPE         DELIMITED BY SIZE             DBANK47P
022934            ' '                     DELIMITED BY SIZE             DBANK47P
022936            TXN-T3-OLD-DESC         DELIMITED BY SIZE             DBANK47P
022938       INTO CD47O-FLD-OLD (WS-SUB1).                              DBANK47P
022940     STRING TXN-T3-NEW-TYPE         DELIMITED BY SIZE             DBANK47P
022942            ' '                     DELIMITED BY SIZE             DBANK47P
022944            TXN-T3-NEW-DESC         DELIMITED BY SIZE             DBANK47P
022946       INTO CD47O-FLD-NEW (WS-SUB1).                              DBANK47P
022948     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
022950     MOVE 'REQUESTED ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
022952     STRING TXN-T3-OLD-DATE         DELIMITED BY SIZE             DBANK47P
022954            ' BY '                  DELIMITED BY SIZE             DBANK47P
022956            TXN-T3-OLD-USERID       DELIMITED BY SIZE             DBANK47P
022958       INTO CD47O-FLD-OLD (WS-SUB1).                              DBANK47P
022960     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
022962     MOVE 'EFFECTIVE ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
022964     MOVE TXN-T3-NEW-DATE TO CD47O-FLD-NEW (WS-SUB1).             DBANK47P
022966 VIEW-PRODUCT-CHANGE-EXIT.                                        DBANK47P
022968     EXIT.                                                        DBANK47P
022969                                                                  DBANK47P
022970***************************************************************** DBANK47P
022971* A standing order slot - the account and slot always, then the * DBANK47P
022972* day, amount and destination where they changed                * DBANK47P
022973***************************************************************** DBANK47P
022974 VIEW-STORDER-CHANGE.                                             DBANK47P
022975     MOVE BTX-REC-DATA-OLD TO TXN-T4-OLD.                         DBANK47P
022976     MOVE BTX-REC-DATA-NEW TO TXN-T4-NEW.                         DBANK47P
022977     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
022978     MOVE 'ACCOUNT   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
022979     MOVE TXN-T4-OLD-ACCNO TO CD47O-FLD-OLD (WS-SUB1).            DBANK47P
022980     MOVE TXN-T4-NEW-ACCNO TO CD47O-FLD-NEW (WS-SUB1).            DBANK47P
022981     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
022982     MOVE 'SO SLOT   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
022983     MOVE TXN-T4-OLD-SLOT TO CD47O-FLD-OLD (WS-SUB1).             DBANK47P
022984     MOVE TXN-T4-NEW-SLOT TO CD47O-FLD-NEW (WS-SUB1).             DBANK47P
022985     IF TXN-T4-OLD-DAY IS NOT EQUAL TO TXN-T4-NEW-DAY             DBANK47P
022986        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
022987        MOVE 'PAY DAY   ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
022988        MOVE TXN-T4-OLD-DAY TO CD47O-FLD-OLD (WS-SUB1)            DBANK47P
022989        MOVE TXN-T4-NEW-DAY TO CD47O-FLD-NEW (WS-SUB1)            DBANK47P
022990     END-IF.                                                      DBANK47P
022991     IF TXN-T4-OLD-AMOUNT IS NOT EQUAL TO TXN-T4-NEW-AMOUNT       DBANK47P
022992        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
022993        MOVE 'AMOUNT    ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
022994        MOVE TXN-T4-OLD-AMOUNT TO WS-AMOUNT-EDIT                  DBANK47P
022995        MOVE WS-AMOUNT-EDIT TO CD47O-FLD-OLD (WS-SUB1)            DBANK47P
022996        MOVE TXN-T4-NEW-AMOUNT TO WS-AMOUNT-EDIT                  DBANK47P
022997        MOVE WS-AMOUNT-EDIT TO CD47O-FLD-NEW (WS-SUB1)            DBANK47P
022998     END-IF.                                                      DBANK47P
022999     IF TXN-T4-OLD-DEST-PID IS NOT EQUAL TO                       DBANK47P
023000        TXN-T4-NEW-DEST-PID OR                                    DBANK47P
023001        TXN-T4-OLD-DEST-ACCNO IS NOT EQUAL TO                     DBANK47P
023002        TXN-T4-NEW-DEST-ACCNO                                     DBANK47P
023003        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
023004        MOVE 'PAY TO    ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
023005        STRING TXN-T4-OLD-DEST-PID     DELIMITED BY SIZE          DBANK47P
023006               ' '                     DELIMITED BY SIZE          DBANK47P
023007               TXN-T4-OLD-DEST-ACCNO   DELIMITED BY SIZE          DBANK47P
023008          INTO CD47O-FLD-OLD (WS-SUB1)                            DBANK47P
023009        STRING TXN-T4-NEW-DEST-PID     DELIMITED BY SIZE          DBANK47P
023010               ' '                     DELIMITED BY SIZE          DBANK47P
023011               TXN-T4-NEW-DEST-ACCNO   DELIMITED BY SIZE          DBANK47P
023012          INTO CD47O-FLD-NEW (WS-SUB1)                            DBANK47P
023013     END-IF.                                                      DBANK47P
023014     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023015     MOVE 'CHANGED   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023016     STRING TXN-T4-NEW-DATE         DELIMITED BY SIZE             DBANK47P
023017            ' BY '                  DELIMITED BY SIZE             DBANK47P
023018            TXN-T4-NEW-USERID       DELIMITED BY SIZE             DBANK47P
023019       INTO CD47O-FLD-NEW (WS-SUB1).                              DBANK47P
023020 VIEW-STORDER-CHANGE-EXIT.                                        DBANK47P
023021     EXIT.                                                        DBANK47P
023022                                                                  DBANK47P
023023***************************************************************** DBANK47P
023024* A marketing consent - the channel and purpose always, the     * DBANK47P
023025* consent before and after, and how it was given                * DBANK47P
023026***************************************************************** DBANK47P
023027 VIEW-CONSENT-CHANGE.                                             DBANK47P
023028     MOVE BTX-REC-DATA-OLD TO TXN-T6-OLD.                         DBANK47P
023029     MOVE BTX-REC-DATA-NEW TO TXN-T6-NEW.                         DBANK47P
023030     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023031     MOVE 'CHANNEL   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023032     EVALUATE TXN-T6-NEW-CHANNEL                                  DBANK47P
023033       WHEN 'P'                                                   DBANK47P
023034         MOVE 'POST' TO CD47O-FLD-NEW (WS-SUB1)                   DBANK47P
023035       WHEN 'E'                                                   DBANK47P
023036         MOVE 'E-MAIL' TO CD47O-FLD-NEW (WS-SUB1)                 DBANK47P
023037       WHEN 'T'                                                   DBANK47P
023038         MOVE 'TELEPHONE' TO CD47O-FLD-NEW (WS-SUB1)              DBANK47P
023039       WHEN 'S'                                                   DBANK47P
023040         MOVE 'SMS' TO CD47O-FLD-NEW (WS-SUB1)                    DBANK47P
023041       WHEN OTHER                                                 DBANK47P
023042         MOVE TXN-T6-NEW-CHANNEL TO CD47O-FLD-NEW (WS-SUB1)       DBANK47P
023043     END-EVALUATE.                                                DBANK47P
023044     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023045     MOVE 'PURPOSE   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023046     EVALUATE TXN-T6-NEW-PURPOSE                                  DBANK47P
023047       WHEN 'M'                                                   DBANK47P
023048         MOVE 'OUR OWN PRODUCTS' TO CD47O-FLD-NEW (WS-SUB1)       DBANK47P
023049       WHEN 'R'                                                   DBANK47P
023050         MOVE 'PARTNER OFFERS' TO CD47O-FLD-NEW (WS-SUB1)         DBANK47P
023051       WHEN 'A'                                                   DBANK47P
023052         MOVE 'OPTIONAL ALERTS' TO CD47O-FLD-NEW (WS-SUB1)        DBANK47P
023053       WHEN OTHER                                                 DBANK47P
023054         MOVE TXN-T6-NEW-PURPOSE TO CD47O-FLD-NEW (WS-SUB1)       DBANK47P
023055     END-EVALUATE.                                                DBANK47P
023056     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023057     MOVE 'CONSENT   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023058     MOVE TXN-T6-OLD-STATUS TO CD47O-FLD-OLD (WS-SUB1).           DBANK47P
023059     MOVE TXN-T6-NEW-STATUS TO CD47O-FLD-NEW (WS-SUB1).           DBANK47P
023060     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023061     MOVE 'CHANGED   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023062     IF TXN-T6-OLD-DATE IS NOT EQUAL TO SPACES                    DBANK47P
023063        STRING TXN-T6-OLD-DATE         DELIMITED BY SIZE          DBANK47P
023064               ' BY '                  DELIMITED BY SIZE          DBANK47P
023065               TXN-T6-OLD-USERID       DELIMITED BY SIZE          DBANK47P
023066               ' VIA '                 DELIMITED BY SIZE          DBANK47P
023067               TXN-T6-OLD-SOURCE       DELIMITED BY SIZE          DBANK47P
023068          INTO CD47O-FLD-OLD (WS-SUB1)                            DBANK47P
023069     END-IF.                                                      DBANK47P
023070     STRING TXN-T6-NEW-DATE         DELIMITED BY SIZE             DBANK47P
023071            ' BY '                  DELIMITED BY SIZE             DBANK47P
023072            TXN-T6-NEW-USERID       DELIMITED BY SIZE             DBANK47P
023073            ' VIA '                 DELIMITED BY SIZE             DBANK47P
023074            TXN-T6-NEW-SOURCE       DELIMITED BY SIZE             DBANK47P
023075       INTO CD47O-FLD-NEW (WS-SUB1).                              DBANK47P
023076 VIEW-CONSENT-CHANGE-EXIT.                                        DBANK47P
023077     EXIT.                                                        DBANK47P
023079                                                                  DBANK47P
023081***************************************************************** DBANK47P
023083* An external payee - the payee id always, then the details     * DBANK47P
023085* that changed                                                  * DBANK47P
023087***************************************************************** DBANK47P
023089 VIEW-PAYEE-CHANGE.                                               DBANK47P
023091     MOVE BTX-REC-DATA-OLD TO TXN-T5-OLD.                         DBANK47P
023093     MOVE BTX-REC-DATA-NEW TO TXN-T5-NEW.                         DBANK47P
023095     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023097     MOVE 'PAYEE     ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023099     MOVE TXN-T5-OLD-PAYEE-ID TO CD47O-FLD-OLD (WS-SUB1).         DBANK47P
023101     MOVE TXN-T5-NEW-PAYEE-ID TO CD47O-FLD-NEW (WS-SUB1).         DBANK47P
023103     IF TXN-T5-OLD-NAME IS NOT EQUAL TO TXN-T5-NEW-NAME           DBANK47P
023105        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
023107        MOVE 'NAME      ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
023109        MOVE TXN-T5-OLD-NAME TO CD47O-FLD-OLD (WS-SUB1)           DBANK47P
023111        MOVE TXN-T5-NEW-NAME TO CD47O-FLD-NEW (WS-SUB1)           DBANK47P
023113     END-IF.                                                      DBANK47P
023115     IF TXN-T5-OLD-BANK-NAME IS NOT EQUAL TO TXN-T5-NEW-BANK-NAME DBANK47P
023117        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
023119        MOVE 'BANK NAME ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
023121        MOVE TXN-T5-OLD-BANK-NAME TO CD47O-FLD-OLD (WS-SUB1)      DBANK47P
023123        MOVE TXN-T5-NEW-BANK-NAME TO CD47O-FLD-NEW (WS-SUB1)      DBANK47P
023125     END-IF.                                                      DBANK47P
023127     IF TXN-T5-OLD-ROUTING IS NOT EQUAL TO TXN-T5-NEW-ROUTING     DBANK47P
023129        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
023131        MOVE 'BANK CODE ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
023133        MOVE TXN-T5-OLD-ROUTING TO CD47O-FLD-OLD (WS-SUB1)        DBANK47P
023135        MOVE TXN-T5-NEW-ROUTING TO CD47O-FLD-NEW (WS-SUB1)        DBANK47P
023137     END-IF.                                                      DBANK47P
023139     IF TXN-T5-OLD-EXT-ACCNO IS NOT EQUAL TO TXN-T5-NEW-EXT-ACCNO DBANK47P
023141        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
023143        MOVE 'EXT ACCNO ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
023145        MOVE TXN-T5-OLD-EXT-ACCNO TO CD47O-FLD-OLD (WS-SUB1)      DBANK47P
023147        MOVE TXN-T5-NEW-EXT-ACCNO TO CD47O-FLD-NEW (WS-SUB1)      DBANK47P
023149     END-IF.                                                      DBANK47P
023151     IF TXN-T5-OLD-STATUS IS NOT EQUAL TO TXN-T5-NEW-STATUS       DBANK47P
023153        PERFORM ADD-FIELD THRU ADD-FIELD-EXIT                     DBANK47P
023155        MOVE 'STATUS    ' TO CD47O-FLD-NAME (WS-SUB1)             DBANK47P
023157        MOVE TXN-T5-OLD-STATUS TO CD47O-FLD-OLD (WS-SUB1)         DBANK47P
023159        MOVE TXN-T5-NEW-STATUS TO CD47O-FLD-NEW (WS-SUB1)         DBANK47P
023161     END-IF.                                                      DBANK47P
023163     PERFORM ADD-FIELD THRU ADD-FIELD-EXIT.                       DBANK47P
023165     MOVE 'CHANGED   ' TO CD47O-FLD-NAME (WS-SUB1).               DBANK47P
023167     STRING TXN-T5-NEW-DATE         DELIMITED BY SIZE             DBANK47P
023169            ' BY '                  DELIMITED BY SIZE             DBANK47P
023171            TXN-T5-NEW-USERID       DELIMITED BY SIZE             DBANK47P
023173       INTO CD47O-FLD-NEW (WS-SUB1).                              DBANK47P
023175 VIEW-PAYEE-CHANGE-EXIT.                                          DBANK47P
023177     EXIT.                                                        DBANK47P
023179                                                                  DBANK47P
023181***************************************************************** DBANK47P
023200* Take the next output field slot                               * DBANK47P
023300***************************************************************** DBANK47P
023400 ADD-FIELD.                                                       DBANK47P
