002200*              the keyed amount and date, PF6 closes the case.  * SCOLL01P
002300*              Every action lands on the customer interaction   * SCOLL01P
002400*              log under the collections channel.               * SCOLL01P
002433*              Any care markers held on the customer show as    * SCOLL01P
002466*              a banner line through DBANK94P.                  * SCOLL01P
002500***************************************************************** SCOLL01P
002600                                                                  SCOLL01P
002700 IDENTIFICATION DIVISION.                                         SCOLL01P
004800 01  WS-COMMAREA.                                                 SCOLL01P
004900 COPY CBANKD63.                                                   SCOLL01P
005000                                                                  SCOLL01P
005025 01  WS-COMMAREA-94.                                              SCOLL01P
005050 COPY CBANKD94.                                                   SCOLL01P
005075                                                                  SCOLL01P
005100 COPY DFHAID.                                                     SCOLL01P
005200                                                                  SCOLL01P
005300 COPY DFHBMSCA.                                                   SCOLL01P
029300     MOVE CD63O-DET-PROMISE-AMT TO WS-EDIT-AMOUNT.                SCOLL01P
029400     MOVE WS-EDIT-AMOUNT TO PRAMTO IN COLL01AO.                   SCOLL01P
029500     MOVE CD63O-DET-PROMISE-DATE TO PRDATEO IN COLL01AO.          SCOLL01P
029533     PERFORM SHOW-CARE-MARKERS THRU                               SCOLL01P
029566             SHOW-CARE-MARKERS-EXIT.                              SCOLL01P
029600     IF WS-SAVE-MSG IS GREATER THAN SPACES                        SCOLL01P
029650       MOVE WS-SAVE-MSG TO ERRMSGO IN COLL01AO                    SCOLL01P
029700     ELSE                                                         SCOLL01P
030600 SEND-DETAIL-EXIT.                                                SCOLL01P
030700     EXIT.                                                        SCOLL01P
030800                                                                  SCOLL01P
030807***************************************************************** SCOLL01P
030814* Show any care markers held on the customer as a banner line   * SCOLL01P
030821***************************************************************** SCOLL01P
030828 SHOW-CARE-MARKERS.                                               SCOLL01P
030835     MOVE SPACES TO CD94-DATA.                                    SCOLL01P
030842     SET CD94I-BANNER TO TRUE.                                    SCOLL01P
030849     MOVE EIBOPID TO CD94I-CALLER.                                SCOLL01P
030856     MOVE CD63O-DET-PID TO CD94I-PID.                             SCOLL01P
030863 COPY CBANKX94.                                                   SCOLL01P
030870     MOVE CD94O-BANNER TO CAREO IN COLL01AO.                      SCOLL01P
030877 SHOW-CARE-MARKERS-EXIT.                                          SCOLL01P
030884     EXIT.                                                        SCOLL01P
030891                                                                  SCOLL01P
030900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCOLL01P
031000                                                                  SCOLL01P
