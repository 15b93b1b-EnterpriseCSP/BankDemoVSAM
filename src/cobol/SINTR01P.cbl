002000*              reason-code table, and PF6 saves a reason code   * SINTR01P
002100*              so the codes stay reference data rather than     * SINTR01P
002200*              literals.                                        * SINTR01P
002225*              Any care markers held on the customer show as    * SINTR01P
002250*              a banner line through DBANK94P once a contact    * SINTR01P
002275*              is recorded or listed.                           * SINTR01P
002300***************************************************************** SINTR01P
002400                                                                  SINTR01P
002500 IDENTIFICATION DIVISION.                                         SINTR01P
004200 01  WS-COMMAREA-40.                                              SINTR01P
004300 COPY CBANKD40.                                                   SINTR01P
004400                                                                  SINTR01P
004425 01  WS-COMMAREA-94.                                              SINTR01P
004450 COPY CBANKD94.                                                   SINTR01P
004475                                                                  SINTR01P
004500 COPY DFHAID.                                                     SINTR01P
004600                                                                  SINTR01P
004700 COPY DFHBMSCA.                                                   SINTR01P
013700     ELSE                                                         SINTR01P
013800       MOVE CD40O-MSG TO ERRMSGO IN INTR01AO                      SINTR01P
013900     END-IF.                                                      SINTR01P
013933     PERFORM SHOW-CARE-MARKERS THRU                               SINTR01P
013966             SHOW-CARE-MARKERS-EXIT.                              SINTR01P
014000     PERFORM RESEND-SCREEN THRU                                   SINTR01P
014100             RESEND-SCREEN-EXIT.                                  SINTR01P
014200 RECORD-CONTACT-EXIT.                                             SINTR01P
017700     ELSE                                                         SINTR01P
017800       MOVE CD40O-MSG TO ERRMSGO IN INTR01AO                      SINTR01P
017900     END-IF.                                                      SINTR01P
017933     PERFORM SHOW-CARE-MARKERS THRU                               SINTR01P
017966             SHOW-CARE-MARKERS-EXIT.                              SINTR01P
018000     EXEC CICS SEND MAP('INTR01A')                                SINTR01P
018100                MAPSET('MINTR01')                                 SINTR01P
018200                ERASE                                             SINTR01P
024000 SAVE-REASON-EXIT.                                                SINTR01P
024100     EXIT.                                                        SINTR01P
024200                                                                  SINTR01P
024207***************************************************************** SINTR01P
024214* Show any care markers held on the customer as a banner line   * SINTR01P
024221***************************************************************** SINTR01P
024228 SHOW-CARE-MARKERS.                                               SINTR01P
024235     MOVE SPACES TO CD94-DATA.                                    SINTR01P
024242     SET CD94I-BANNER TO TRUE.                                    SINTR01P
024249     MOVE EIBOPID TO CD94I-CALLER.                                SINTR01P
024256     MOVE CD40I-PID TO CD94I-PID.                                 SINTR01P
024263 COPY CBANKX94.                                                   SINTR01P
024270     MOVE CD94O-BANNER TO CAREO IN INTR01AO.                      SINTR01P
024277 SHOW-CARE-MARKERS-EXIT.                                          SINTR01P
024284     EXIT.                                                        SINTR01P
024291                                                                  SINTR01P
024300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SINTR01P
