001400* Function:    Maintain the BNKATRM ATM terminal master -       * DCASH08P
001500*              inquire, add, update, delete and record a cash   * DCASH08P
001600*              replenishment visit (new load amounts, dispensed * DCASH08P
001700*              counters cleared, load date stamped). An inquiry * DCASH08P
001710*              lists up to five faults still open for the       * DCASH08P
001720*              terminal on the BNKATFL fault log.               * DCASH08P
001800*              VSAM version                                     * DCASH08P
001900***************************************************************** DCASH08P
002000                                                                  DCASH08P
003900   05  WS-RESP                               PIC S9(8) COMP.      DCASH08P
004000   05  WS-READ-TOKEN                         PIC S9(8) COMP.      DCASH08P
004100   05  WS-BNKATRM-RID                        PIC X(4).            DCASH08P
004110   05  WS-BNKATFL-RID                        PIC X(20).           DCASH08P
004200                                                                  DCASH08P
004300 COPY CTSTAMPD.                                                   DCASH08P
004400                                                                  DCASH08P
004500 01  WS-BNKATRM-REC.                                              DCASH08P
004600 COPY CBANKVTM.                                                   DCASH08P
004610                                                                  DCASH08P
004620 01  WS-BNKATFL-REC.                                              DCASH08P
004630 COPY CBANKVAF.                                                   DCASH08P
004700                                                                  DCASH08P
004800 01  WS-COMMAREA.                                                 DCASH08P
004900 COPY CCASHD08.                                                   DCASH08P
007000     SET CD08O-STATUS-FAIL TO TRUE.                               DCASH08P
007100     MOVE ZERO TO CD08O-CASH-LOADED.                              DCASH08P
007200     MOVE ZERO TO CD08O-CASH-DISPENSED.                           DCASH08P
007210     MOVE ZERO TO CD08O-FAULT-COUNT.                              DCASH08P
007300                                                                  DCASH08P
007400     MOVE CD08I-TERM-ID TO WS-BNKATRM-RID.                        DCASH08P
007500                                                                  DCASH08P
010700     END-IF.                                                      DCASH08P
010800     PERFORM BUILD-TERM-OUTPUT THRU                               DCASH08P
010900             BUILD-TERM-OUTPUT-EXIT.                              DCASH08P
010910     PERFORM LIST-OPEN-FAULTS THRU                                DCASH08P
010920             LIST-OPEN-FAULTS-EXIT.                               DCASH08P
011000     SET CD08O-STATUS-OK TO TRUE.                                 DCASH08P
011100     GO TO DCASH08P-EXIT.                                         DCASH08P
011200                                                                  DCASH08P
029700 COPY-ONE-CASSETTE-EXIT.                                          DCASH08P
029800     EXIT.                                                        DCASH08P
029900                                                                  DCASH08P
029901***************************************************************** DCASH08P
029902* List the terminal's open faults: browse the fault log from    * DCASH08P
029903* the terminal's first entry, the same way DCASH07P browses the * DCASH08P
029904* ledger, keeping the first five still open                     * DCASH08P
029905***************************************************************** DCASH08P
029906 LIST-OPEN-FAULTS.                                                DCASH08P
029907     MOVE LOW-VALUES TO WS-BNKATFL-RID.                           DCASH08P
029908     MOVE CD08I-TERM-ID TO WS-BNKATFL-RID (1:4).                  DCASH08P
029909     EXEC CICS STARTBR FILE('BNKATFL')                            DCASH08P
029910                       RIDFLD(WS-BNKATFL-RID)                     DCASH08P
029911                       GTEQ                                       DCASH08P
029912                       RESP(WS-RESP)                              DCASH08P
029913     END-EXEC.                                                    DCASH08P
029914     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH08P
029915        GO TO LIST-OPEN-FAULTS-EXIT                               DCASH08P
029916     END-IF.                                                      DCASH08P
029917 LIST-OPEN-FAULTS-LOOP.                                           DCASH08P
029918     EXEC CICS READNEXT FILE('BNKATFL')                           DCASH08P
029919                        INTO(WS-BNKATFL-REC)                      DCASH08P
029920                        LENGTH(LENGTH OF WS-BNKATFL-REC)          DCASH08P
029921                        RIDFLD(WS-BNKATFL-RID)                    DCASH08P
029922                        RESP(WS-RESP)                             DCASH08P
029923     END-EXEC.                                                    DCASH08P
029924     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH08P
029925        GO TO LIST-OPEN-FAULTS-END                                DCASH08P
029926     END-IF.                                                      DCASH08P
029927     IF BAF-REC-TERM-ID IS NOT EQUAL TO CD08I-TERM-ID             DCASH08P
029928        GO TO LIST-OPEN-FAULTS-END                                DCASH08P
029929     END-IF.                                                      DCASH08P
029930     IF NOT BAF-REC-IS-OPEN                                       DCASH08P
029931        GO TO LIST-OPEN-FAULTS-LOOP                               DCASH08P
029932     END-IF.                                                      DCASH08P
029933     IF CD08O-FAULT-COUNT IS NOT LESS THAN 5                      DCASH08P
029934        GO TO LIST-OPEN-FAULTS-END                                DCASH08P
029935     END-IF.                                                      DCASH08P
029936     ADD 1 TO CD08O-FAULT-COUNT.                                  DCASH08P
029937     MOVE BAF-REC-CAUSE                                           DCASH08P
029938       TO CD08O-FAULT-CAUSE (CD08O-FAULT-COUNT).                  DCASH08P
029939     MOVE BAF-REC-START-DATE                                      DCASH08P
029940       TO CD08O-FAULT-SINCE-DATE (CD08O-FAULT-COUNT).             DCASH08P
029941     MOVE BAF-REC-START-TIME                                      DCASH08P
029942       TO CD08O-FAULT-SINCE-TIME (CD08O-FAULT-COUNT).             DCASH08P
029943     MOVE BAF-REC-TICKET-REF                                      DCASH08P
029944       TO CD08O-FAULT-TICKET (CD08O-FAULT-COUNT).                 DCASH08P
029945     GO TO LIST-OPEN-FAULTS-LOOP.                                 DCASH08P
029946 LIST-OPEN-FAULTS-END.                                            DCASH08P
029947     EXEC CICS ENDBR FILE('BNKATFL')                              DCASH08P
029948     END-EXEC.                                                    DCASH08P
029949 LIST-OPEN-FAULTS-EXIT.                                           DCASH08P
029950     EXIT.                                                        DCASH08P
029951                                                                  DCASH08P
030000***************************************************************** DCASH08P
030100* Move the result back to the callers area                      * DCASH08P
030200***************************************************************** DCASH08P
