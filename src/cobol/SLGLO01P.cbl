002000*              held amount to the authority through BNKPAYQ.    * SLGLO01P
002100*              The whole-account freeze is no longer needed -   * SLGLO01P
002200*              credits keep landing while the hold stands.      * SLGLO01P
002220*              A keyed authority routing is looked up on the    * SLGLO01P
002240*              bank routing directory through DBANK89P by the   * SLGLO01P
002260*              first PF5, which shows the bank name; the order  * SLGLO01P
002280*              is lodged on a second PF5.                       * SLGLO01P
002300***************************************************************** SLGLO01P
002400                                                                  SLGLO01P
002500 IDENTIFICATION DIVISION.                                         SLGLO01P
004200                                                                  SLGLO01P
004300 01  WS-COMMAREA.                                                 SLGLO01P
004400 COPY CBANKD59.                                                   SLGLO01P
004425                                                                  SLGLO01P
004450 01  WS-ROUTING-DATA.                                             SLGLO01P
004475 COPY CBANKD89.                                                   SLGLO01P
004500                                                                  SLGLO01P
004600 COPY DFHAID.                                                     SLGLO01P
004700                                                                  SLGLO01P
005400  05  LK-SCREEN-STATUS                     PIC X(1).              SLGLO01P
005500   88  LK-SCREEN-NOT-SENT                 VALUE SPACE.            SLGLO01P
005600   88  LK-SCREEN-WAS-SENT                 VALUE '1'.              SLGLO01P
005650  05  LK-CONFIRMED-ROUTING                 PIC X(9).              SLGLO01P
005700                                                                  SLGLO01P
005800 PROCEDURE DIVISION.                                              SLGLO01P
005900***************************************************************** SLGLO01P
007000                  FREEKB                                          SLGLO01P
007100       END-EXEC                                                   SLGLO01P
007200       SET LK-SCREEN-WAS-SENT TO TRUE                             SLGLO01P
007250       MOVE SPACES TO LK-CONFIRMED-ROUTING                        SLGLO01P
007300       GO TO COMMON-RETURN                                        SLGLO01P
007400     END-IF.                                                      SLGLO01P
007500                                                                  SLGLO01P
016500* Lodge a new order from the keyed fields                       * SLGLO01P
016600***************************************************************** SLGLO01P
016700 LODGE-ORDER.                                                     SLGLO01P
016711     IF ROUTI IN LGLO01AI IS NOT EQUAL TO SPACES AND              SLGLO01P
016722        ROUTI IN LGLO01AI IS NOT EQUAL TO LOW-VALUES AND          SLGLO01P
016733        ROUTI IN LGLO01AI IS NOT EQUAL TO LK-CONFIRMED-ROUTING    SLGLO01P
016744       PERFORM CONFIRM-ROUTING THRU                               SLGLO01P
016755               CONFIRM-ROUTING-EXIT                               SLGLO01P
016766       GO TO LODGE-ORDER-EXIT                                     SLGLO01P
016777     END-IF.                                                      SLGLO01P
016788     MOVE SPACES TO LK-CONFIRMED-ROUTING.                         SLGLO01P
016800     MOVE SPACES TO CD59-DATA.                                    SLGLO01P
016900     SET CD59I-LODGE TO TRUE.                                     SLGLO01P
017000     MOVE ACCNI IN LGLO01AI TO CD59I-ACCNO.                       SLGLO01P
017900 LODGE-ORDER-EXIT.                                                SLGLO01P
018000     EXIT.                                                        SLGLO01P
018100                                                                  SLGLO01P
018103***************************************************************** SLGLO01P
018106* Look the keyed authority routing up on the bank routing       * SLGLO01P
018109* directory and show the bank name - a good routing is held so  * SLGLO01P
018112* the next PF5 lodges the order                                 * SLGLO01P
018115***************************************************************** SLGLO01P
018118 CONFIRM-ROUTING.                                                 SLGLO01P
018121     MOVE SPACES TO LK-CONFIRMED-ROUTING.                         SLGLO01P
018124     MOVE SPACES TO CD89-DATA.                                    SLGLO01P
018127     MOVE ROUTI IN LGLO01AI TO CD89I-ROUTING.                     SLGLO01P
018130     SET CD89I-ACH TO TRUE.                                       SLGLO01P
018133 COPY CBANKX89.                                                   SLGLO01P
018136     MOVE CD89O-BANK-NAME TO BANKNMO IN LGLO01AO.                 SLGLO01P
018139     IF CD89O-OK                                                  SLGLO01P
018142       MOVE ROUTI IN LGLO01AI TO LK-CONFIRMED-ROUTING             SLGLO01P
018145       MOVE 'Check the bank name - PF5 again to lodge'            SLGLO01P
018148         TO ERRMSGO IN LGLO01AO                                   SLGLO01P
018151     ELSE                                                         SLGLO01P
018154       MOVE CD89O-MSG TO ERRMSGO IN LGLO01AO                      SLGLO01P
018157     END-IF.                                                      SLGLO01P
018160     EXEC CICS SEND MAP('LGLO01A')                                SLGLO01P
018163                MAPSET('MLGLO01')                                 SLGLO01P
018166                DATAONLY                                          SLGLO01P
018169                FREEKB                                            SLGLO01P
018172     END-EXEC.                                                    SLGLO01P
018175 CONFIRM-ROUTING-EXIT.                                            SLGLO01P
018178     EXIT.                                                        SLGLO01P
018200***************************************************************** SLGLO01P
018300* Release the order keyed in SELSQ                              * SLGLO01P
018400***************************************************************** SLGLO01P
