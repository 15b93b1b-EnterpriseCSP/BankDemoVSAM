001700*              entries recorded for the customer keyed in       * SBENE01P
001800*              PIDI, add a new entry, update or remove          * SBENE01P
001900*              (deactivate) one keyed by its sequence number.   * SBENE01P
001910*              An address keyed is checked against the postal   * SBENE01P
001920*              authority postcode file (DBANK91P) first.        * SBENE01P
002000***************************************************************** SBENE01P
002100                                                                  SBENE01P
002200 IDENTIFICATION DIVISION.                                         SBENE01P
003600           VALUE 'SBENE01P'.                                      SBENE01P
003700  05  WS-RESP                               PIC S9(8) COMP.       SBENE01P
003800  05  WS-SUB1                               PIC S9(4) COMP.       SBENE01P
003810  05  WS-ADDR-CHECK                         PIC X(1).             SBENE01P
003820   88  WS-ADDR-ACCEPTED                   VALUE 'Y'.              SBENE01P
003900                                                                  SBENE01P
004000 01  WS-COMMAREA.                                                 SBENE01P
004100 COPY CBANKD21.                                                   SBENE01P
004110                                                                  SBENE01P
004120 01  WS-COMMAREA-91.                                              SBENE01P
004130 COPY CBANKD91.                                                   SBENE01P
004200                                                                  SBENE01P
004300 COPY DFHAID.                                                     SBENE01P
004400                                                                  SBENE01P
015000* keyed on the screen                                            *SBENE01P
015100***************************************************************** SBENE01P
015200 ADD-ENTRY.                                                       SBENE01P
015210     PERFORM CHECK-ADDRESS THRU                                   SBENE01P
015220             CHECK-ADDRESS-EXIT.                                  SBENE01P
015230     IF NOT WS-ADDR-ACCEPTED                                      SBENE01P
015240       GO TO ADD-ENTRY-EXIT                                       SBENE01P
015250     END-IF.                                                      SBENE01P
015300     MOVE SPACES TO CD21-DATA.                                    SBENE01P
015400     SET CD21I-WRITE TO TRUE.                                     SBENE01P
015500     MOVE LK-CUSTOMER-PID TO CD21I-PID.                           SBENE01P
020200       END-EXEC                                                   SBENE01P
020300       GO TO UPDATE-ENTRY-EXIT                                    SBENE01P
020400     END-IF.                                                      SBENE01P
020410     PERFORM CHECK-ADDRESS THRU                                   SBENE01P
020420             CHECK-ADDRESS-EXIT.                                  SBENE01P
020430     IF NOT WS-ADDR-ACCEPTED                                      SBENE01P
020440       GO TO UPDATE-ENTRY-EXIT                                    SBENE01P
020450     END-IF.                                                      SBENE01P
020500     MOVE SPACES TO CD21-DATA.                                    SBENE01P
020600     SET CD21I-UPDATE TO TRUE.                                    SBENE01P
020700     MOVE LK-CUSTOMER-PID TO CD21I-PID.                           SBENE01P
026100 REMOVE-ENTRY-EXIT.                                               SBENE01P
026200     EXIT.                                                        SBENE01P
026300                                                                  SBENE01P
026302***************************************************************** SBENE01P
026304* Check a keyed address against the postal authority postcode   * SBENE01P
026306* file through DBANK91P.  Where it only differs in layout the   * SBENE01P
026308* standard form is put back on the screen for the user to       * SBENE01P
026310* confirm; any other failure is sent back to be corrected       * SBENE01P
026312***************************************************************** SBENE01P
026314 CHECK-ADDRESS.                                                   SBENE01P
026316     SET WS-ADDR-ACCEPTED TO TRUE.                                SBENE01P
026318     IF ADR1I IN BENE01AI IS EQUAL TO SPACES OR                   SBENE01P
026320        ADR1I IN BENE01AI IS EQUAL TO LOW-VALUES                  SBENE01P
026322       GO TO CHECK-ADDRESS-EXIT                                   SBENE01P
026324     END-IF.                                                      SBENE01P
026326     MOVE SPACES TO CD91-DATA.                                    SBENE01P
026328     SET CD91I-VALIDATE TO TRUE.                                  SBENE01P
026330     MOVE PSTI IN BENE01AI TO CD91I-POSTCODE.                     SBENE01P
026332     MOVE STI IN BENE01AI TO CD91I-STATE.                         SBENE01P
026334     MOVE CNTI IN BENE01AI TO CD91I-CNTRY.                        SBENE01P
026336     MOVE ADR2I IN BENE01AI TO CD91I-TOWN.                        SBENE01P
026338 COPY CBANKX91.                                                   SBENE01P
026340     IF CD91O-OK                                                  SBENE01P
026342       GO TO CHECK-ADDRESS-EXIT                                   SBENE01P
026344     END-IF.                                                      SBENE01P
026346     MOVE 'N' TO WS-ADDR-CHECK.                                   SBENE01P
026348     IF CD91O-CLOSE                                               SBENE01P
026350       MOVE CD91O-STD-POSTCODE TO PSTO IN BENE01AO                SBENE01P
026352       MOVE CD91O-STD-STATE TO STO IN BENE01AO                    SBENE01P
026354       MOVE CD91O-STD-TOWN TO ADR2O IN BENE01AO                   SBENE01P
026356       MOVE 'Address put in postal form - check and retry'        SBENE01P
026358         TO ERRMSGO IN BENE01AO                                   SBENE01P
026360     ELSE                                                         SBENE01P
026362       MOVE CD91O-MSG TO ERRMSGO IN BENE01AO                      SBENE01P
026364     END-IF.                                                      SBENE01P
026366     EXEC CICS SEND MAP('BENE01A')                                SBENE01P
026368                MAPSET('MBENE01')                                 SBENE01P
026370                DATAONLY                                          SBENE01P
026372                FREEKB                                            SBENE01P
026374     END-EXEC.                                                    SBENE01P
026376 CHECK-ADDRESS-EXIT.                                              SBENE01P
026378     EXIT.                                                        SBENE01P
026380                                                                  SBENE01P
026400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SBENE01P
