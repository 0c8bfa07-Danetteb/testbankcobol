001600*              vault position against its minimum, the value    * DBNK139P
001700*              in transit to and from it, and every order       * DBNK139P
001800*              still outstanding with its state (CSHRPT,        * DBNK139P
001900*              archived by DBANK84P under id CASHLOGI). Orders  * DBNK139P
001910*              of foreign banknotes show their currency and are * DBNK139P
001920*              left out of the domestic value in transit.       * DBNK139P
002000*              VSAM version                                     * DBNK139P
002100***************************************************************** DBNK139P
002200                                                                  DBNK139P
022200        GO TO ORDER-LOOP                                          DBNK139P
022300     END-IF.                                                      DBNK139P
022400     ADD 1 TO WS-ORDERS-OPEN.                                     DBNK139P
022500     IF CSO-REC-IN-TRANSIT AND                                    DBNK139P
022510        CSO-REC-DOMESTIC                                          DBNK139P
022600        ADD CSO-REC-AMOUNT TO WS-IN-TRANSIT                       DBNK139P
022700     END-IF.                                                      DBNK139P
022800     MOVE CSO-REC-AMOUNT TO WS-EDIT-AMT-9-2.                      DBNK139P
023500            CSO-REC-TO-TERMINAL      DELIMITED BY SIZE            DBNK139P
023600            '  '                     DELIMITED BY SIZE            DBNK139P
023700            CSO-REC-STATUS           DELIMITED BY SIZE            DBNK139P
023710            ' '                      DELIMITED BY SIZE            DBNK139P
023720            CSO-REC-CCY-CODE         DELIMITED BY SIZE            DBNK139P
023800            ' '                      DELIMITED BY SIZE            DBNK139P
023900            WS-EDIT-AMT-9-2          DELIMITED BY SIZE            DBNK139P
024000            '  RAISED '              DELIMITED BY SIZE            DBNK139P
