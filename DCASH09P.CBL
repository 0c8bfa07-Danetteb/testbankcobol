001500*              on the BNKCARD master - issue, inquire, block /  * DCASH09P
001600*              hot-list / reactivate, and replace a card. The   * DCASH09P
001700*              inquiry applies the expiry date so callers see   * DCASH09P
001800*              an effective status. A customer's cards can be   * DCASH09P
001810*              listed through the BNKCARD PID path. A replace   * DCASH09P
001820*              given no new number takes the old card's BIN,    * DCASH09P
001830*              the next BNKPARM CARDSER serial and a Luhn check * DCASH09P
001840*              digit, as DBNK168P does. VSAM version            * DCASH09P
001900***************************************************************** DCASH09P
002000                                                                  DCASH09P
002100 IDENTIFICATION DIVISION.                                         DCASH09P
004300   05  WS-REPLACING                          PIC X(1).            DCASH09P
004400     88  WS-REPLACING-YES                    VALUE 'Y'.           DCASH09P
004500     88  WS-REPLACING-NO                     VALUE 'N'.           DCASH09P
004506   05  WS-BNKCARD1-RID                       PIC X(5).            DCASH09P
004512   05  WS-BNKPARM-RID                        PIC X(8).            DCASH09P
004518   05  WS-PARM-TOKEN                         PIC S9(8) COMP.      DCASH09P
004524   05  WS-SERIAL-N                           PIC 9(9).            DCASH09P
004530   05  WS-SERIAL-X REDEFINES WS-SERIAL-N     PIC X(9).            DCASH09P
004536   05  WS-TRIES                              PIC S9(4) COMP.      DCASH09P
004542   05  WS-SUB1                               PIC S9(4) COMP.      DCASH09P
004548   05  WS-NEW-CARD-NO                        PIC X(16).           DCASH09P
004554   05  WS-NEW-CARD-DIGITS REDEFINES WS-NEW-CARD-NO.               DCASH09P
004560     10  WS-NEW-CARD-DIGIT                   PIC 9(1)             DCASH09P
004566         OCCURS 16 TIMES.                                         DCASH09P
004572   05  WS-LUHN-SUM                           PIC S9(4) COMP.      DCASH09P
004578   05  WS-LUHN-DIGIT                         PIC S9(4) COMP.      DCASH09P
004584   05  WS-LUHN-HALF                          PIC S9(4) COMP.      DCASH09P
004590   05  WS-LUHN-ODD                           PIC S9(4) COMP.      DCASH09P
004600                                                                  DCASH09P
004700 COPY CTSTAMPD.                                                   DCASH09P
004800                                                                  DCASH09P
004911                                                                  DCASH09P
004912 01  WS-BNKCUST-REC.                                              DCASH09P
004913 COPY CBANKVCS.                                                   DCASH09P
004923                                                                  DCASH09P
004933 01  WS-BNKPARM-REC.                                              DCASH09P
004943 COPY CBANKVPM.                                                   DCASH09P
005100                                                                  DCASH09P
005200 01  WS-COMMAREA.                                                 DCASH09P
005300 COPY CCASHD09.                                                   DCASH09P
009000         GO TO CARD-SET-STATUS                                    DCASH09P
009100       WHEN CD09I-FUNC-REPLACE                                    DCASH09P
009200         GO TO CARD-REPLACE                                       DCASH09P
009210       WHEN CD09I-FUNC-LIST                                       DCASH09P
009220         GO TO CARD-LIST                                          DCASH09P
009300       WHEN OTHER                                                 DCASH09P
009400         MOVE 'Invalid card maintenance function' TO CD09O-MSG    DCASH09P
009500         GO TO DCASH09P-EXIT                                      DCASH09P
012812        BCS-REC-IS-MINOR                                          DCASH09P
012813        SET CD09O-STATUS-FAIL TO TRUE                             DCASH09P
012814        MOVE 'Card holder is a minor' TO CD09O-MSG                DCASH09P
012815        GO TO CARD-ISSUE-FAILED                                   DCASH09P
012816     END-IF.                                                      DCASH09P
012817     MOVE SPACES TO WS-BNKCARD-REC.                               DCASH09P
013000     MOVE CD09I-CARD-NO TO BCD-REC-CARD-NO.                       DCASH09P
020400* new number, and the new card is issued to the same customer   * DCASH09P
020500***************************************************************** DCASH09P
020600 CARD-REPLACE.                                                    DCASH09P
020610*    with no number given the replacement is numbered here        DCASH09P
020620     IF CD09I-NEW-CARD-NO IS EQUAL TO SPACES                      DCASH09P
020630        PERFORM ALLOCATE-CARD-NO THRU                             DCASH09P
020640                ALLOCATE-CARD-NO-EXIT                             DCASH09P
020650        IF CD09I-NEW-CARD-NO IS EQUAL TO SPACES                   DCASH09P
020660           GO TO DCASH09P-EXIT                                    DCASH09P
020670        END-IF                                                    DCASH09P
020680     END-IF.                                                      DCASH09P
020700     EXEC CICS READ FILE('BNKCARD')                               DCASH09P
020800                    UPDATE                                        DCASH09P
020900                    INTO(WS-BNKCARD-REC)                          DCASH09P
025400     SET CD09O-STATUS-OK TO TRUE.                                 DCASH09P
025500     GO TO DCASH09P-EXIT.                                         DCASH09P
025600                                                                  DCASH09P
025701***************************************************************** DCASH09P
025702* List the customer's cards through the BNKCARD PID path, up    * DCASH09P
025703* to eight, each with its effective status                      * DCASH09P
025704***************************************************************** DCASH09P
025705 CARD-LIST.                                                       DCASH09P
025706     MOVE 0 TO CD09O-COUNT.                                       DCASH09P
025707     MOVE CD09I-PID TO WS-BNKCARD1-RID.                           DCASH09P
025708     EXEC CICS STARTBR FILE('BNKCARD1')                           DCASH09P
025709                       RIDFLD(WS-BNKCARD1-RID)                    DCASH09P
025710                       GTEQ                                       DCASH09P
025711                       RESP(WS-RESP)                              DCASH09P
025712     END-EXEC.                                                    DCASH09P
025713     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH09P
025714        SET CD09O-STATUS-NOT-FOUND TO TRUE                        DCASH09P
025715        MOVE 'No cards on file' TO CD09O-MSG                      DCASH09P
025716        GO TO DCASH09P-EXIT                                       DCASH09P
025717     END-IF.                                                      DCASH09P
025718 CARD-LIST-LOOP.                                                  DCASH09P
025719     EXEC CICS READNEXT FILE('BNKCARD1')                          DCASH09P
025720                        INTO(WS-BNKCARD-REC)                      DCASH09P
025721                        LENGTH(LENGTH OF WS-BNKCARD-REC)          DCASH09P
025722                        RIDFLD(WS-BNKCARD1-RID)                   DCASH09P
025723                        RESP(WS-RESP)                             DCASH09P
025724     END-EXEC.                                                    DCASH09P
025725     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DCASH09P
025726         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DCASH09P
025727        BCD-REC-PID IS NOT EQUAL TO CD09I-PID OR                  DCASH09P
025728        CD09O-COUNT IS EQUAL TO 8                                 DCASH09P
025729        EXEC CICS ENDBR FILE('BNKCARD1')                          DCASH09P
025730        END-EXEC                                                  DCASH09P
025731        GO TO CARD-LIST-DONE                                      DCASH09P
025732     END-IF.                                                      DCASH09P
025733     ADD 1 TO CD09O-COUNT.                                        DCASH09P
025734     MOVE BCD-REC-CARD-NO TO CD09O-E-CARD-NO (CD09O-COUNT).       DCASH09P
025735     MOVE BCD-REC-STATUS TO CD09O-E-STATUS (CD09O-COUNT).         DCASH09P
025736     MOVE BCD-REC-EXPIRY-DATE                                     DCASH09P
025737       TO CD09O-E-EXPIRY-DATE (CD09O-COUNT).                      DCASH09P
025738     IF BCD-REC-ACTIVE AND                                        DCASH09P
025739        BCD-REC-EXPIRY-DATE IS LESS THAN WS-TODAY-DATE            DCASH09P
025740        MOVE 'E' TO CD09O-E-STATUS (CD09O-COUNT)                  DCASH09P
025741     END-IF.                                                      DCASH09P
025742     GO TO CARD-LIST-LOOP.                                        DCASH09P
025743 CARD-LIST-DONE.                                                  DCASH09P
025744     IF CD09O-COUNT IS EQUAL TO 0                                 DCASH09P
025745        SET CD09O-STATUS-NOT-FOUND TO TRUE                        DCASH09P
025746        MOVE 'No cards on file' TO CD09O-MSG                      DCASH09P
025747        GO TO DCASH09P-EXIT                                       DCASH09P
025748     END-IF.                                                      DCASH09P
025749     SET CD09O-STATUS-OK TO TRUE.                                 DCASH09P
025750     GO TO DCASH09P-EXIT.                                         DCASH09P
025751                                                                  DCASH09P
025752***************************************************************** DCASH09P
025753* Number a replacement card: the old card's BIN, the next       * DCASH09P
025754* serial and a Luhn check digit. A number already on file is    * DCASH09P
025755* passed over for the next serial.                              * DCASH09P
025756***************************************************************** DCASH09P
025757 ALLOCATE-CARD-NO.                                                DCASH09P
025758     IF CD09I-CARD-NO (1:6) IS NOT NUMERIC                        DCASH09P
025759        MOVE 'Card number has no valid BIN' TO CD09O-MSG          DCASH09P
025760        GO TO ALLOCATE-CARD-NO-EXIT                               DCASH09P
025761     END-IF.                                                      DCASH09P
025762     MOVE 0 TO WS-TRIES.                                          DCASH09P
025763 ALLOCATE-CARD-NO-NEXT.                                           DCASH09P
025764     ADD 1 TO WS-TRIES.                                           DCASH09P
025765     IF WS-TRIES IS GREATER THAN 20                               DCASH09P
025766        MOVE 'No free card number' TO CD09O-MSG                   DCASH09P
025767        GO TO ALLOCATE-CARD-NO-EXIT                               DCASH09P
025768     END-IF.                                                      DCASH09P
025769     PERFORM NEXT-CARD-SERIAL THRU                                DCASH09P
025770             NEXT-CARD-SERIAL-EXIT.                               DCASH09P
025771     IF CD09O-MSG IS NOT EQUAL TO SPACES                          DCASH09P
025772        GO TO ALLOCATE-CARD-NO-EXIT                               DCASH09P
025773     END-IF.                                                      DCASH09P
025774     MOVE CD09I-CARD-NO (1:6) TO WS-NEW-CARD-NO (1:6).            DCASH09P
025775     MOVE WS-SERIAL-X TO WS-NEW-CARD-NO (7:9).                    DCASH09P
025776     MOVE '0' TO WS-NEW-CARD-NO (16:1).                           DCASH09P
025777     MOVE 0 TO WS-LUHN-SUM.                                       DCASH09P
025778     PERFORM LUHN-ONE-DIGIT THRU                                  DCASH09P
025779             LUHN-ONE-DIGIT-EXIT                                  DCASH09P
025780       VARYING WS-SUB1 FROM 1 BY 1                                DCASH09P
025781         UNTIL WS-SUB1 IS GREATER THAN 15.                        DCASH09P
025782     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-HALF                 DCASH09P
025783       REMAINDER WS-LUHN-DIGIT.                                   DCASH09P
025784     IF WS-LUHN-DIGIT IS GREATER THAN 0                           DCASH09P
025785        SUBTRACT WS-LUHN-DIGIT FROM 10 GIVING WS-LUHN-DIGIT       DCASH09P
025786     END-IF.                                                      DCASH09P
025787     MOVE WS-LUHN-DIGIT TO WS-NEW-CARD-DIGIT (16).                DCASH09P
025788     MOVE WS-NEW-CARD-NO TO WS-BNKCARD-RID.                       DCASH09P
025789     EXEC CICS READ FILE('BNKCARD')                               DCASH09P
025790                    INTO(WS-BNKCARD-REC)                          DCASH09P
025791                    LENGTH(LENGTH OF WS-BNKCARD-REC)              DCASH09P
025792                    RIDFLD(WS-BNKCARD-RID)                        DCASH09P
025793                    RESP(WS-RESP)                                 DCASH09P
025794     END-EXEC.                                                    DCASH09P
025795     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DCASH09P
025796        GO TO ALLOCATE-CARD-NO-NEXT                               DCASH09P
025797     END-IF.                                                      DCASH09P
025798     MOVE WS-NEW-CARD-NO TO CD09I-NEW-CARD-NO.                    DCASH09P
025799     MOVE CD09I-CARD-NO TO WS-BNKCARD-RID.                        DCASH09P
025800 ALLOCATE-CARD-NO-EXIT.                                           DCASH09P
025801     EXIT.                                                        DCASH09P
025802                                                                  DCASH09P
025803*    counting from the check digit, every second digit is doubled DCASH09P
025804 LUHN-ONE-DIGIT.                                                  DCASH09P
025805     MOVE WS-NEW-CARD-DIGIT (WS-SUB1) TO WS-LUHN-DIGIT.           DCASH09P
025806     DIVIDE WS-SUB1 BY 2 GIVING WS-LUHN-HALF                      DCASH09P
025807       REMAINDER WS-LUHN-ODD.                                     DCASH09P
025808     IF WS-LUHN-ODD IS EQUAL TO 1                                 DCASH09P
025809        MULTIPLY 2 BY WS-LUHN-DIGIT                               DCASH09P
025810        IF WS-LUHN-DIGIT IS GREATER THAN 9                        DCASH09P
025811           SUBTRACT 9 FROM WS-LUHN-DIGIT                          DCASH09P
025812        END-IF                                                    DCASH09P
025813     END-IF.                                                      DCASH09P
025814     ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.                            DCASH09P
025815 LUHN-ONE-DIGIT-EXIT.                                             DCASH09P
025816     EXIT.                                                        DCASH09P
025817                                                                  DCASH09P
025818***************************************************************** DCASH09P
025819* BNKPARM CARDSER holds the next card serial in its text, the   * DCASH09P
025820* same counter DBNK168P numbers its reissues from. The first    * DCASH09P
025821* card takes serial 1.                                          * DCASH09P
025822***************************************************************** DCASH09P
025823 NEXT-CARD-SERIAL.                                                DCASH09P
025824     MOVE 'CARDSER ' TO WS-BNKPARM-RID.                           DCASH09P
025825     EXEC CICS READ FILE('BNKPARM')                               DCASH09P
025826                    UPDATE                                        DCASH09P
025827                    INTO(WS-BNKPARM-REC)                          DCASH09P
025828                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DCASH09P
025829                    RIDFLD(WS-BNKPARM-RID)                        DCASH09P
025830                    KEYLENGTH(LENGTH OF WS-BNKPARM-RID)           DCASH09P
025831                    TOKEN(WS-PARM-TOKEN)                          DCASH09P
025832                    RESP(WS-RESP)                                 DCASH09P
025833     END-EXEC.                                                    DCASH09P
025834     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH09P
025835        GO TO NEXT-CARD-SERIAL-FIRST                              DCASH09P
025836     END-IF.                                                      DCASH09P
025837     IF PRM-REC-TEXT (1:9) IS NOT NUMERIC                         DCASH09P
025838        MOVE 'Card number serial is damaged' TO CD09O-MSG         DCASH09P
025839        GO TO NEXT-CARD-SERIAL-EXIT                               DCASH09P
025840     END-IF.                                                      DCASH09P
025841     MOVE PRM-REC-TEXT (1:9) TO WS-SERIAL-N.                      DCASH09P
025842     IF WS-SERIAL-N IS EQUAL TO 999999999                         DCASH09P
025843        MOVE 'Card number serials exhausted' TO CD09O-MSG         DCASH09P
025844        GO TO NEXT-CARD-SERIAL-EXIT                               DCASH09P
025845     END-IF.                                                      DCASH09P
025846     ADD 1 TO WS-SERIAL-N.                                        DCASH09P
025847     MOVE WS-SERIAL-X TO PRM-REC-TEXT (1:9).                      DCASH09P
025848     SUBTRACT 1 FROM WS-SERIAL-N.                                 DCASH09P
025849     EXEC CICS REWRITE FILE('BNKPARM')                            DCASH09P
025850                       FROM(WS-BNKPARM-REC)                       DCASH09P
025851                       LENGTH(LENGTH OF WS-BNKPARM-REC)           DCASH09P
025852                       TOKEN(WS-PARM-TOKEN)                       DCASH09P
025853                       RESP(WS-RESP)                              DCASH09P
025854     END-EXEC.                                                    DCASH09P
025855     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH09P
025856        MOVE 'Unable to take a card serial' TO CD09O-MSG          DCASH09P
025857     END-IF.                                                      DCASH09P
025858     GO TO NEXT-CARD-SERIAL-EXIT.                                 DCASH09P
025859 NEXT-CARD-SERIAL-FIRST.                                          DCASH09P
025860     MOVE 2 TO WS-SERIAL-N.                                       DCASH09P
025861     MOVE SPACES TO WS-BNKPARM-REC.                               DCASH09P
025862     MOVE 'CARDSER ' TO PRM-REC-KEY.                              DCASH09P
025863     MOVE ZERO TO PRM-REC-AMOUNT.                                 DCASH09P
025864     MOVE WS-SERIAL-X TO PRM-REC-TEXT (1:9).                      DCASH09P
025865     MOVE 'Next card number serial' TO PRM-REC-DESC.              DCASH09P
025866     MOVE 1 TO WS-SERIAL-N.                                       DCASH09P
025867     EXEC CICS WRITE FILE('BNKPARM')                              DCASH09P
025868                     FROM(WS-BNKPARM-REC)                         DCASH09P
025869                     LENGTH(LENGTH OF WS-BNKPARM-REC)             DCASH09P
025870                     RIDFLD(WS-BNKPARM-RID)                       DCASH09P
025871                     KEYLENGTH(LENGTH OF WS-BNKPARM-RID)          DCASH09P
025872                     RESP(WS-RESP)                                DCASH09P
025873     END-EXEC.                                                    DCASH09P
025874     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH09P
025875        MOVE 'Unable to take a card serial' TO CD09O-MSG          DCASH09P
025876     END-IF.                                                      DCASH09P
025877 NEXT-CARD-SERIAL-EXIT.                                           DCASH09P
025878     EXIT.                                                        DCASH09P
025879                                                                  DCASH09P
025886***************************************************************** DCASH09P
025893* Copy the record to the output area                            * DCASH09P
025900***************************************************************** DCASH09P
026000 BUILD-CARD-OUTPUT.                                               DCASH09P
026100     MOVE BCD-REC-PID TO CD09O-PID.                               DCASH09P
