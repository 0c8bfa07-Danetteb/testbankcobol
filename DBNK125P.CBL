002100*              (BNKPARM keys TIER1AMT/TIER2AMT/TIER3AMT) and    * DBNK125P
002200*              the resulting tier is stored on the customer    *  DBNK125P
002300*              for DBANK70P to discount fees and DBANK59P to    * DBNK125P
002400*              lift deposit rates. A customer in a confirmed    * DBNK125P
002500*              household on BNKHHLD is tiered on the            * DBNK125P
002510*              household's combined position where that is the  * DBNK125P
002520*              larger, each account counted once however many   * DBNK125P
002530*              members hold it (BNKPARM key HHTIER text N turns * DBNK125P
002540*              this off). Runs after the DBANK71P snapshot.     * DBNK125P
002550*              VSAM version                                     * DBNK125P
002600***************************************************************** DBNK125P
002700                                                                  DBNK125P
002800 IDENTIFICATION DIVISION.                                         DBNK125P
006500            ACCESS MODE  IS RANDOM                                DBNK125P
006600            RECORD KEY   IS PRM-REC-KEY                           DBNK125P
006700            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBNK125P
006710                                                                  DBNK125P
006720     SELECT BNKHHLD-FILE                                          DBNK125P
006730            ASSIGN       TO BNKHHLD                               DBNK125P
006740            ORGANIZATION IS INDEXED                               DBNK125P
006750            ACCESS MODE  IS RANDOM                                DBNK125P
006760            RECORD KEY   IS HHL-REC-MEMBER-PID                    DBNK125P
006770            ALTERNATE KEY IS HHL-REC-HEAD-PID WITH DUPLICATES     DBNK125P
006780            FILE STATUS  IS WS-BNKHHLD-STATUS.                    DBNK125P
006800                                                                  DBNK125P
006900 DATA DIVISION.                                                   DBNK125P
007000                                                                  DBNK125P
008400 FD  BNKPARM-FILE.                                                DBNK125P
008500 01  BNKPARM-REC.                                                 DBNK125P
008600 COPY CBANKVPM.                                                   DBNK125P
008610                                                                  DBNK125P
008620 FD  BNKHHLD-FILE.                                                DBNK125P
008630 01  BNKHHLD-REC.                                                 DBNK125P
008640 COPY CBANKVHH.                                                   DBNK125P
008700                                                                  DBNK125P
008800 WORKING-STORAGE SECTION.                                         DBNK125P
008900 COPY CTIMERD.                                                    DBNK125P
010500   05  WS-BNKPARM-STATUS.                                         DBNK125P
010600     10  WS-BNKPARM-STAT1                      PIC X(1).          DBNK125P
010700     10  WS-BNKPARM-STAT2                      PIC X(1).          DBNK125P
010710   05  WS-BNKHHLD-STATUS.                                         DBNK125P
010720     10  WS-BNKHHLD-STAT1                      PIC X(1).          DBNK125P
010730     10  WS-BNKHHLD-STAT2                      PIC X(1).          DBNK125P
010800                                                                  DBNK125P
010900   05  WS-IO-STATUS.                                              DBNK125P
011000     10  WS-IO-STAT1                          PIC X(1).           DBNK125P
013700   05  WS-CUSTOMERS-TIERED                   PIC 9(5)             DBNK125P
013800       VALUE ZERO.                                                DBNK125P
013900   05  WS-NEW-TIER                           PIC 9(1).            DBNK125P
013910   05  WS-TIER-POSITION                      PIC S9(11)V99        DBNK125P
013920                                             COMP-3.              DBNK125P
013930   05  WS-HHLD-SWITCH                        PIC X(1).            DBNK125P
013940     88  WS-HHLD-PRICING                     VALUE 'Y'.           DBNK125P
013950     88  WS-HHLD-NOT-PRICING                 VALUE 'N'.           DBNK125P
013960   05  WS-HOUSEHOLDS-POOLED                  PIC 9(5)             DBNK125P
013970       VALUE ZERO.                                                DBNK125P
014000                                                                  DBNK125P
014100   05  WS-WORK-PID                           PIC X(5).            DBNK125P
014200   05  WS-CUST-COUNT                         PIC S9(4) COMP       DBNK125P
014300       VALUE ZERO.                                                DBNK125P
014400   05  WS-SUB1                               PIC S9(4) COMP.      DBNK125P
014410   05  WS-SUB2                               PIC S9(4) COMP.      DBNK125P
014500   05  WS-HIT-SUB                            PIC S9(4) COMP.      DBNK125P
014510   05  WS-WORK-HEAD                          PIC X(5).            DBNK125P
014520   05  WS-OWNER-HEAD                         PIC X(5).            DBNK125P
014530   05  WS-HHLD-COUNT                         PIC S9(4) COMP       DBNK125P
014540       VALUE ZERO.                                                DBNK125P
014550   05  WS-HHLD-SUB                           PIC S9(4) COMP.      DBNK125P
014600                                                                  DBNK125P
014700 01  WS-CUST-TABLE.                                               DBNK125P
014800   05  WS-CUST-ENTRY OCCURS 2000 TIMES.                           DBNK125P
014900     10  WS-CT-PID                           PIC X(5).            DBNK125P
015000     10  WS-CT-POSITION                      PIC S9(11)V99        DBNK125P
015100                                             COMP-3.              DBNK125P
015110                                                                  DBNK125P
015120*    the combined position of each confirmed household, by head   DBNK125P
015130 01  WS-HHLD-TABLE.                                               DBNK125P
015140   05  WS-HHLD-ENTRY OCCURS 2000 TIMES.                           DBNK125P
015150     10  WS-HT-HEAD                          PIC X(5).            DBNK125P
015160     10  WS-HT-POSITION                      PIC S9(11)V99        DBNK125P
015170                                             COMP-3.              DBNK125P
015200                                                                  DBNK125P
015300 01  WS-CONSOLE-MESSAGE                      PIC X(60).           DBNK125P
015400                                                                  DBNK125P
020100     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBNK125P
020200     PERFORM CHECK-OPEN THRU                                      DBNK125P
020300             CHECK-OPEN-EXIT.                                     DBNK125P
020310                                                                  DBNK125P
020320     OPEN INPUT BNKHHLD-FILE.                                     DBNK125P
020330     MOVE WS-BNKHHLD-STATUS TO WS-IO-STATUS.                      DBNK125P
020340     MOVE 'BNKHHLD-FILE' TO WS-FILE.                              DBNK125P
020350     PERFORM CHECK-OPEN THRU                                      DBNK125P
020360             CHECK-OPEN-EXIT.                                     DBNK125P
020400                                                                  DBNK125P
020500     IF WS-OPEN-ERROR IS NOT EQUAL TO ZERO                        DBNK125P
020600        MOVE 'Aborting...' TO WS-CONSOLE-MESSAGE                  DBNK125P
024400     IF WS-BNKPARM-STATUS IS EQUAL TO '00'                        DBNK125P
024500        MOVE PRM-REC-AMOUNT TO WS-TIER3-AMT                       DBNK125P
024600     END-IF.                                                      DBNK125P
024607                                                                  DBNK125P
024614*    a confirmed household is priced on its combined balances     DBNK125P
024621*    unless BNKPARM key HHTIER says N                             DBNK125P
024628     SET WS-HHLD-PRICING TO TRUE.                                 DBNK125P
024635     MOVE 'HHTIER' TO PRM-REC-KEY.                                DBNK125P
024642     READ BNKPARM-FILE                                            DBNK125P
024649       INVALID KEY                                                DBNK125P
024656         CONTINUE                                                 DBNK125P
024663     END-READ.                                                    DBNK125P
024670     IF WS-BNKPARM-STATUS IS EQUAL TO '00' AND                    DBNK125P
024677        PRM-REC-TEXT (1:1) IS EQUAL TO 'N'                        DBNK125P
024684        SET WS-HHLD-NOT-PRICING TO TRUE                           DBNK125P
024691     END-IF.                                                      DBNK125P
024700                                                                  DBNK125P
024800***************************************************************** DBNK125P
024900* Sweep every open account's closing position to its holders   *  DBNK125P
028000        PERFORM ADD-TO-CUSTOMER THRU                              DBNK125P
028100                ADD-TO-CUSTOMER-EXIT                              DBNK125P
028200     END-IF.                                                      DBNK125P
028210     IF WS-HHLD-PRICING                                           DBNK125P
028220        PERFORM ADD-TO-HOUSEHOLDS THRU                            DBNK125P
028230                ADD-TO-HOUSEHOLDS-EXIT                            DBNK125P
028240     END-IF.                                                      DBNK125P
028300     GO TO ACC-LOOP.                                              DBNK125P
028400 ACC-ENDED.                                                       DBNK125P
028500                                                                  DBNK125P
029900     STRING WS-CUSTOMERS-TIERED DELIMITED BY SIZE                 DBNK125P
030000            ' customers tiered' DELIMITED BY SIZE                 DBNK125P
030100       INTO WS-CONSOLE-MESSAGE.                                   DBNK125P
030110     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK125P
030120     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           DBNK125P
030130     STRING WS-HOUSEHOLDS-POOLED DELIMITED BY SIZE                DBNK125P
030140            ' tiered on household balances' DELIMITED BY SIZE     DBNK125P
030150       INTO WS-CONSOLE-MESSAGE.                                   DBNK125P
030200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             DBNK125P
030300                                                                  DBNK125P
030400     CLOSE BNKACC-FILE.                                           DBNK125P
030500     CLOSE BNKHIST-FILE.                                          DBNK125P
030600     CLOSE BNKCUST-FILE.                                          DBNK125P
030700     CLOSE BNKPARM-FILE.                                          DBNK125P
030710     CLOSE BNKHHLD-FILE.                                          DBNK125P
030800                                                                  DBNK125P
030900     SET BCTL-FUNC-END TO TRUE.                                   DBNK125P
031000     MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                  DBNK125P
034800     EXIT.                                                        DBNK125P
034900                                                                  DBNK125P
035000 STORE-ONE-TIER.                                                  DBNK125P
035007     MOVE WS-CT-POSITION (WS-SUB1) TO WS-TIER-POSITION.           DBNK125P
035014     IF WS-HHLD-PRICING                                           DBNK125P
035021        MOVE WS-CT-PID (WS-SUB1) TO WS-WORK-PID                   DBNK125P
035028        PERFORM FIND-HOUSEHOLD THRU                               DBNK125P
035035                FIND-HOUSEHOLD-EXIT                               DBNK125P
035042        IF WS-HHLD-SUB IS GREATER THAN 0 AND                      DBNK125P
035049           WS-HT-POSITION (WS-HHLD-SUB) IS GREATER THAN           DBNK125P
035056           WS-TIER-POSITION                                       DBNK125P
035063           MOVE WS-HT-POSITION (WS-HHLD-SUB) TO WS-TIER-POSITION  DBNK125P
035070           ADD 1 TO WS-HOUSEHOLDS-POOLED                          DBNK125P
035077        END-IF                                                    DBNK125P
035084     END-IF.                                                      DBNK125P
035100     EVALUATE TRUE                                                DBNK125P
035200       WHEN WS-TIER-POSITION IS NOT LESS THAN                     DBNK125P
035300            WS-TIER3-AMT                                          DBNK125P
035400         MOVE 3 TO WS-NEW-TIER                                    DBNK125P
035500       WHEN WS-TIER-POSITION IS NOT LESS THAN                     DBNK125P
035600            WS-TIER2-AMT                                          DBNK125P
035700         MOVE 2 TO WS-NEW-TIER                                    DBNK125P
035800       WHEN WS-TIER-POSITION IS NOT LESS THAN                     DBNK125P
035900            WS-TIER1-AMT                                          DBNK125P
036000         MOVE 1 TO WS-NEW-TIER                                    DBNK125P
036100       WHEN OTHER                                                 DBNK125P
037900     END-IF.                                                      DBNK125P
038000 STORE-ONE-TIER-EXIT.                                             DBNK125P
038100     EXIT.                                                        DBNK125P
038101                                                                  DBNK125P
038102***************************************************************** DBNK125P
038103* Add the account's position to the confirmed household of its  * DBNK125P
038104* holder and, when the joint holder is in a different one, to   * DBNK125P
038105* theirs - an account the two hold inside one household counts  * DBNK125P
038106* once                                                          * DBNK125P
038107***************************************************************** DBNK125P
038108 ADD-TO-HOUSEHOLDS.                                               DBNK125P
038109     MOVE BAC-REC-PID TO WS-WORK-PID.                             DBNK125P
038110     PERFORM FIND-HOUSEHOLD THRU                                  DBNK125P
038111             FIND-HOUSEHOLD-EXIT.                                 DBNK125P
038112     MOVE WS-WORK-HEAD TO WS-OWNER-HEAD.                          DBNK125P
038113     IF WS-WORK-HEAD IS NOT EQUAL TO SPACES                       DBNK125P
038114        PERFORM ADD-TO-ONE-HOUSEHOLD THRU                         DBNK125P
038115                ADD-TO-ONE-HOUSEHOLD-EXIT                         DBNK125P
038116     END-IF.                                                      DBNK125P
038117     IF BAC-REC-JOINT-PID IS EQUAL TO SPACES                      DBNK125P
038118        GO TO ADD-TO-HOUSEHOLDS-EXIT                              DBNK125P
038119     END-IF.                                                      DBNK125P
038120     MOVE BAC-REC-JOINT-PID TO WS-WORK-PID.                       DBNK125P
038121     PERFORM FIND-HOUSEHOLD THRU                                  DBNK125P
038122             FIND-HOUSEHOLD-EXIT.                                 DBNK125P
038123     IF WS-WORK-HEAD IS NOT EQUAL TO SPACES AND                   DBNK125P
038124        WS-WORK-HEAD IS NOT EQUAL TO WS-OWNER-HEAD                DBNK125P
038125        PERFORM ADD-TO-ONE-HOUSEHOLD THRU                         DBNK125P
038126                ADD-TO-ONE-HOUSEHOLD-EXIT                         DBNK125P
038127     END-IF.                                                      DBNK125P
038128 ADD-TO-HOUSEHOLDS-EXIT.                                          DBNK125P
038129     EXIT.                                                        DBNK125P
038130                                                                  DBNK125P
038131 ADD-TO-ONE-HOUSEHOLD.                                            DBNK125P
038132     IF WS-HHLD-SUB IS EQUAL TO 0                                 DBNK125P
038133        IF WS-HHLD-COUNT IS EQUAL TO 2000                         DBNK125P
038134           MOVE 'Household table full - entry dropped'            DBNK125P
038135             TO WS-CONSOLE-MESSAGE                                DBNK125P
038136           PERFORM DISPLAY-CONSOLE-MESSAGE                        DBNK125P
038137           GO TO ADD-TO-ONE-HOUSEHOLD-EXIT                        DBNK125P
038138        END-IF                                                    DBNK125P
038139        ADD 1 TO WS-HHLD-COUNT                                    DBNK125P
038140        MOVE WS-HHLD-COUNT TO WS-HHLD-SUB                         DBNK125P
038141        MOVE WS-WORK-HEAD TO WS-HT-HEAD (WS-HHLD-SUB)             DBNK125P
038142        MOVE 0 TO WS-HT-POSITION (WS-HHLD-SUB)                    DBNK125P
038143     END-IF.                                                      DBNK125P
038144     ADD WS-ACC-BALANCE TO WS-HT-POSITION (WS-HHLD-SUB).          DBNK125P
038145 ADD-TO-ONE-HOUSEHOLD-EXIT.                                       DBNK125P
038146     EXIT.                                                        DBNK125P
038147                                                                  DBNK125P
038148***************************************************************** DBNK125P
038149* The head of WS-WORK-PID's confirmed household (spaces if they * DBNK125P
038150* are in none) and its slot in the household table (zero if it  * DBNK125P
038151* has none yet)                                                 * DBNK125P
038152***************************************************************** DBNK125P
038153 FIND-HOUSEHOLD.                                                  DBNK125P
038154     MOVE SPACES TO WS-WORK-HEAD.                                 DBNK125P
038155     MOVE 0 TO WS-HHLD-SUB.                                       DBNK125P
038156     MOVE WS-WORK-PID TO HHL-REC-MEMBER-PID.                      DBNK125P
038157     READ BNKHHLD-FILE                                            DBNK125P
038158       INVALID KEY                                                DBNK125P
038159         GO TO FIND-HOUSEHOLD-EXIT                                DBNK125P
038160     END-READ.                                                    DBNK125P
038161     IF NOT HHL-REC-IS-CONFIRMED                                  DBNK125P
038162        GO TO FIND-HOUSEHOLD-EXIT                                 DBNK125P
038163     END-IF.                                                      DBNK125P
038164     MOVE HHL-REC-HEAD-PID TO WS-WORK-HEAD.                       DBNK125P
038165     PERFORM FIND-HOUSEHOLD-SLOT THRU                             DBNK125P
038166             FIND-HOUSEHOLD-SLOT-EXIT                             DBNK125P
038167       VARYING WS-SUB2 FROM 1 BY 1                                DBNK125P
038168         UNTIL WS-SUB2 IS GREATER THAN WS-HHLD-COUNT              DBNK125P
038169            OR WS-HHLD-SUB IS GREATER THAN 0.                     DBNK125P
038170 FIND-HOUSEHOLD-EXIT.                                             DBNK125P
038171     EXIT.                                                        DBNK125P
038172                                                                  DBNK125P
038173 FIND-HOUSEHOLD-SLOT.                                             DBNK125P
038174     IF WS-HT-HEAD (WS-SUB2) IS EQUAL TO WS-WORK-HEAD             DBNK125P
038175        MOVE WS-SUB2 TO WS-HHLD-SUB                               DBNK125P
038176     END-IF.                                                      DBNK125P
038177 FIND-HOUSEHOLD-SLOT-EXIT.                                        DBNK125P
038178     EXIT.                                                        DBNK125P
038200                                                                  DBNK125P
038300***************************************************************** DBNK125P
038400* Check file open OK                                            * DBNK125P
