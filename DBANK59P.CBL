005321            ACCESS MODE  IS RANDOM                                DBANK59P
005322            RECORD KEY   IS PRM-REC-KEY                           DBANK59P
005323            FILE STATUS  IS WS-BNKPARM-STATUS.                    DBANK59P
005324                                                                  DBANK59P
005325     SELECT BNKROVR-FILE                                          DBANK59P
005326            ASSIGN       TO BNKROVR                               DBANK59P
005327            ORGANIZATION IS INDEXED                               DBANK59P
005328            ACCESS MODE  IS RANDOM                                DBANK59P
005329            RECORD KEY   IS ROV-REC-ACCNO                         DBANK59P
005330            FILE STATUS  IS WS-BNKROVR-STATUS.                    DBANK59P
005333                                                                  DBANK59P
005400  DATA DIVISION.                                                  DBANK59P
005500                                                                  DBANK59P
006755 FD  BNKPARM-FILE.                                                DBANK59P
006756 01  BNKPARM-REC.                                                 DBANK59P
006757 COPY CBANKVPM.                                                   DBANK59P
006765                                                                  DBANK59P
006773 FD  BNKROVR-FILE.                                                DBANK59P
006781 01  BNKROVR-REC.                                                 DBANK59P
006789 COPY CBANKVRO.                                                   DBANK59P
006800                                                                  DBANK59P
006900  WORKING-STORAGE SECTION.                                        DBANK59P
007000  COPY CTIMERD.                                                   DBANK59P
008735   05  WS-BNKPARM-STATUS.                                         DBANK59P
008736     10  WS-BNKPARM-STAT1                    PIC X(1).            DBANK59P
008737     10  WS-BNKPARM-STAT2                    PIC X(1).            DBANK59P
008747   05  WS-BNKROVR-STATUS.                                         DBANK59P
008757     10  WS-BNKROVR-STAT1                    PIC X(1).            DBANK59P
008767     10  WS-BNKROVR-STAT2                    PIC X(1).            DBANK59P
008800                                                                  DBANK59P
008900    05  WS-IO-STATUS.                                             DBANK59P
009000      10  WS-IO-STAT1                         PIC X(1).           DBANK59P
090339     OPEN INPUT BNKPARM-FILE.                                     DBANK59P
090340     MOVE WS-BNKPARM-STATUS TO WS-IO-STATUS.                      DBANK59P
090341     MOVE 'BNKPARM-FILE' TO WS-FILE.                              DBANK59P
090343     PERFORM CHECK-OPEN THRU                                      DBANK59P
090345             CHECK-OPEN-EXIT.                                     DBANK59P
090347                                                                  DBANK59P
090349     OPEN INPUT BNKROVR-FILE.                                     DBANK59P
090351     MOVE WS-BNKROVR-STATUS TO WS-IO-STATUS.                      DBANK59P
090353     MOVE 'BNKROVR-FILE' TO WS-FILE.                              DBANK59P
090357      PERFORM CHECK-OPEN THRU                                     DBANK59P
090367              CHECK-OPEN-EXIT.                                    DBANK59P
090377                                                                  DBANK59P
091017      CLOSE BNKRATE-FILE.                                         DBANK59P
091018     CLOSE BNKCUST-FILE.                                          DBANK59P
091019     CLOSE BNKPARM-FILE.                                          DBANK59P
091023     CLOSE BNKROVR-FILE.                                          DBANK59P
091027                                                                  DBANK59P
091037      SET BCTL-FUNC-END TO TRUE.                                  DBANK59P
091047      MOVE WS-ACCOUNTS-READ TO BCTL-RECORD-COUNT.                 DBANK59P
091258        COMPUTE WS-INT-RATE = WS-INT-RATE +                       DBANK59P
091259            (BCS-REC-REL-TIER * WS-TIER-UPLIFT)                   DBANK59P
091260     END-IF.                                                      DBANK59P
091261*    an approved account-level override in force on the business  DBANK59P
091262*    date is the agreed all-in rate - it replaces the table rate  DBANK59P
091263*    and the tier uplift alike                                    DBANK59P
091264     MOVE BAC-REC-ACCNO TO ROV-REC-ACCNO.                         DBANK59P
091265     READ BNKROVR-FILE                                            DBANK59P
091266       INVALID KEY                                                DBANK59P
091267         CONTINUE                                                 DBANK59P
091268     END-READ.                                                    DBANK59P
091269     IF WS-BNKROVR-STATUS IS EQUAL TO '00' AND                    DBANK59P
091270        ROV-REC-IS-ACTIVE AND                                     DBANK59P
091271        ROV-REC-START-DATE IS NOT GREATER THAN BUSD-DATE AND      DBANK59P
091272        ROV-REC-END-DATE IS NOT LESS THAN BUSD-DATE               DBANK59P
091273        MOVE ROV-REC-INT-RATE TO WS-INT-RATE                      DBANK59P
091275     END-IF.                                                      DBANK59P
091277      IF WS-INT-RATE IS EQUAL TO ZERO                             DBANK59P
091279         ADD 1 TO WS-INTEREST-SKIPPED                             DBANK59P
091281         GO TO POST-INTEREST-EXIT                                 DBANK59P
091287      END-IF.                                                     DBANK59P
091297                                                                  DBANK59P
091300      COMPUTE WS-INT-AMOUNT ROUNDED =                             DBANK59P
