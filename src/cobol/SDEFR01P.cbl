002000*              deferred, the missed interest is capitalized     * SDEFR01P
002100*              and the remaining schedule is regenerated with   * SDEFR01P
002200*              the term pushed out by the holiday.              * SDEFR01P
002233*              Any care markers held on the customer show as    * SDEFR01P
002266*              a banner line through DBANK94P.                  * SDEFR01P
002300***************************************************************** SDEFR01P
002400                                                                  SDEFR01P
002500 IDENTIFICATION DIVISION.                                         SDEFR01P
004400 01  WS-COMMAREA.                                                 SDEFR01P
004500 COPY CBANKD62.                                                   SDEFR01P
004600                                                                  SDEFR01P
004625 01  WS-COMMAREA-94.                                              SDEFR01P
004650 COPY CBANKD94.                                                   SDEFR01P
004675                                                                  SDEFR01P
004700 COPY DFHAID.                                                     SDEFR01P
004800                                                                  SDEFR01P
004900 COPY DFHBMSCA.                                                   SDEFR01P
014000     MOVE CD62I-MONTHS TO MONTHSO IN DEFR01AO.                    SDEFR01P
014100     IF CD62O-OK                                                  SDEFR01P
014200       MOVE CD62O-PID TO PIDO IN DEFR01AO                         SDEFR01P
014233       PERFORM SHOW-CARE-MARKERS THRU                             SDEFR01P
014266               SHOW-CARE-MARKERS-EXIT                             SDEFR01P
014300       MOVE CD62O-TERM TO WS-EDIT-TERM                            SDEFR01P
014400       MOVE WS-EDIT-TERM TO TERMO IN DEFR01AO                     SDEFR01P
014500       MOVE CD62O-MONTHLY-PAYMENT TO WS-EDIT-AMOUNT               SDEFR01P
016400 SEND-RESULT-EXIT.                                                SDEFR01P
016500     EXIT.                                                        SDEFR01P
016600                                                                  SDEFR01P
016607***************************************************************** SDEFR01P
016614* Show any care markers held on the customer as a banner line   * SDEFR01P
016621***************************************************************** SDEFR01P
016628 SHOW-CARE-MARKERS.                                               SDEFR01P
016635     MOVE SPACES TO CD94-DATA.                                    SDEFR01P
016642     SET CD94I-BANNER TO TRUE.                                    SDEFR01P
016649     MOVE EIBOPID TO CD94I-CALLER.                                SDEFR01P
016656     MOVE CD62O-PID TO CD94I-PID.                                 SDEFR01P
016663 COPY CBANKX94.                                                   SDEFR01P
016670     MOVE CD94O-BANNER TO CAREO IN DEFR01AO.                      SDEFR01P
016677 SHOW-CARE-MARKERS-EXIT.                                          SDEFR01P
016684     EXIT.                                                        SDEFR01P
016691                                                                  SDEFR01P
016700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SDEFR01P
016800                                                                  SDEFR01P
