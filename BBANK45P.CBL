015900* Check if we have set the screen up before or is this 1st time   BBANK45P
016000     IF BANK-LAST-MAPSET IS NOT EQUAL TO 'MBANK45'                BBANK45P
016100        MOVE SPACES TO BANK-SCREEN45-DATA                         BBANK45P
016110        MOVE SPACES TO BANK-SCREEN-TAX-DATA                       BBANK45P
016200        MOVE WS-RETURN-MSG TO BANK-ERROR-MSG                      BBANK45P
016300        MOVE 'BBANK45P' TO BANK-LAST-PROG                         BBANK45P
016400        MOVE 'BBANK45P' TO BANK-NEXT-PROG                         BBANK45P
019300     MOVE BANK-SCR45-CCY TO CD19I-CCY-CODE.                       BBANK45P
019400     MOVE BANK-SCR45-DEP-N TO CD19I-OPENING-DEP.                  BBANK45P
019450     MOVE BANK-BRANCH-CODE TO CD19I-BRANCH-CODE.                  BBANK45P
019451     MOVE BANK-TAX-NEW-RES (1) TO CD19I-TAX-RESIDENCY (1).        BBANK45P
019452     MOVE BANK-TAX-NEW-RES (2) TO CD19I-TAX-RESIDENCY (2).        BBANK45P
019453     MOVE BANK-TAX-NEW-RES (3) TO CD19I-TAX-RESIDENCY (3).        BBANK45P
019454     MOVE BANK-TAX-NEW-SELF-CERT TO CD19I-TAX-SELF-CERT.          BBANK45P
019456*    A staff profile of the inquiry role may look but not         BBANK45P
019458*    act - the entitlement is re-verified here, server-side,      BBANK45P
019460*    rather than trusted from the menu                            BBANK45P
019462     MOVE SPACES TO CD36-DATA.                                    BBANK45P
019464     SET CD36I-CHECK TO TRUE.                                     BBANK45P
019466     MOVE BANK-USERID TO CD36I-USERID.                            BBANK45P
019470     COPY CBANKX36.                                               BBANK45P
019480     IF CD36O-OK AND CD36O-ROLE IS EQUAL TO 'I'                   BBANK45P
019481        MOVE 'Not authorized for this function'                   BBANK45P
