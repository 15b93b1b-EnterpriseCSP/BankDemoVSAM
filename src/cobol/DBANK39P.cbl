001800*              match and return up to eight hits.  Every        * dbank39p
001900*              search is written to the activity log with the   * dbank39p
002000*              searching user, because a customer search is     * dbank39p
002100*              also how insiders snoop.  Each hit is flagged    * dbank39p
002133*              when its customer holds an active care marker,   * dbank39p
002166*              through DBANK94P.  VSAM version                  * dbank39p
002200***************************************************************** dbank39p
002300                                                                  dbank39p
002400 IDENTIFICATION DIVISION.                                         dbank39p
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank39p
004100   05  WS-RESP                               PIC S9(8) COMP.      dbank39p
004200   05  WS-SUB1                               PIC S9(4) COMP.      dbank39p
004250   05  WS-CARE-SUB                           PIC S9(4) COMP.      dbank39p
004300   05  WS-SCAN-COUNT                         PIC S9(4) COMP.      dbank39p
004400   05  WS-ARG-LENGTH                         PIC S9(4) COMP.      dbank39p
004500   05  WS-BNKCUST-RID                        PIC X(5).            dbank39p
005400 01  WS-SEARCH-TRACE-REC.                                         dbank39p
005500 COPY CBANKVTL.                                                   dbank39p
005600                                                                  dbank39p
005625 01  WS-CARE-DATA.                                                dbank39p
005650 COPY CBANKD94.                                                   dbank39p
005675                                                                  dbank39p
005700 COPY CTSTAMPD.                                                   dbank39p
005800                                                                  dbank39p
005900 01  WS-COMMAREA.                                                 dbank39p
020500 SEARCH-DONE.                                                     dbank39p
020600     EXEC CICS ENDBR FILE(WS-AIX-FILE)                            dbank39p
020700     END-EXEC.                                                    dbank39p
020733     PERFORM FLAG-CARE-MARKERS THRU                               dbank39p
020766             FLAG-CARE-MARKERS-EXIT.                              dbank39p
020800     IF WS-SUB1 IS EQUAL TO 0                                     dbank39p
020900       SET CD39O-NOTFND TO TRUE                                   dbank39p
021000       MOVE 'No customers match' TO CD39O-MSG                     dbank39p
021200 SEARCH-PROCESSING-EXIT.                                          dbank39p
021300     EXIT.                                                        dbank39p
021400                                                                  dbank39p
021404***************************************************************** dbank39p
021408* Flag each hit whose customer holds an active care marker -    * dbank39p
021412* DBANK94P answers from BNKVULN                                 * dbank39p
021416***************************************************************** dbank39p
021420 FLAG-CARE-MARKERS.                                               dbank39p
021424     MOVE 0 TO WS-CARE-SUB.                                       dbank39p
021428 FLAG-CARE-MARKERS-LOOP.                                          dbank39p
021432     IF WS-CARE-SUB IS NOT LESS THAN WS-SUB1                      dbank39p
021436       GO TO FLAG-CARE-MARKERS-EXIT                               dbank39p
021440     END-IF.                                                      dbank39p
021444     ADD 1 TO WS-CARE-SUB.                                        dbank39p
021448     MOVE SPACES TO CD94-DATA.                                    dbank39p
021452     SET CD94I-BANNER TO TRUE.                                    dbank39p
021456     MOVE CD39I-USERID TO CD94I-CALLER.                           dbank39p
021460     MOVE CD39O-ENTRY-PID (WS-CARE-SUB) TO CD94I-PID.             dbank39p
021464 COPY CBANKX94.                                                   dbank39p
021468     IF CD94O-OK AND                                              dbank39p
021472        CD94O-ACTIVE IS GREATER THAN ZERO                         dbank39p
021476       SET CD39O-ENTRY-CARE-YES (WS-CARE-SUB) TO TRUE             dbank39p
021480     END-IF.                                                      dbank39p
021484     GO TO FLAG-CARE-MARKERS-LOOP.                                dbank39p
021488 FLAG-CARE-MARKERS-EXIT.                                          dbank39p
021492     EXIT.                                                        dbank39p
021496                                                                  dbank39p
021500***************************************************************** dbank39p
021600* Measure the significant length of the search argument         * dbank39p
021700***************************************************************** dbank39p
