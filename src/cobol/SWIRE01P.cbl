002000*              outbound file run), PF7 releases a held wire     * SWIRE01P
002100*              after the SDENY01P reviewer cleared its          * SWIRE01P
002200*              screening hit, Enter shows the wire keyed by     * SWIRE01P
002233*              reference.  The first PF6 looks the beneficiary  * SWIRE01P
002266*              routing up on the bank routing directory through * SWIRE01P
002299*              DBANK89P and shows the bank name; the wire goes  * SWIRE01P
002332*              on a second PF6 once the operator has checked    * SWIRE01P
002365*              it.                                              * SWIRE01P
002400***************************************************************** SWIRE01P
002500                                                                  SWIRE01P
002600  IDENTIFICATION DIVISION.                                        SWIRE01P
004500                                                                  SWIRE01P
004600  01  WS-COMMAREA.                                                SWIRE01P
004700  COPY CBANKD49.                                                  SWIRE01P
004725                                                                  SWIRE01P
004750  01  WS-ROUTING-DATA.                                            SWIRE01P
004775  COPY CBANKD89.                                                  SWIRE01P
004800                                                                  SWIRE01P
004900  COPY DFHAID.                                                    SWIRE01P
005000                                                                  SWIRE01P
005700    05  LK-SCREEN-STATUS                     PIC X(1).            SWIRE01P
005800      88  LK-SCREEN-NOT-SENT                 VALUE SPACE.         SWIRE01P
005900      88  LK-SCREEN-WAS-SENT                 VALUE '1'.           SWIRE01P
005950    05  LK-CONFIRMED-ROUTING                PIC X(9).             SWIRE01P
006000                                                                  SWIRE01P
006100  PROCEDURE DIVISION.                                             SWIRE01P
006200***************************************************************** SWIRE01P
006600      IF EIBCALEN IS EQUAL TO 0 OR LK-SCREEN-NOT-SENT             SWIRE01P
006700        IF EIBCALEN IS NOT EQUAL TO 0                             SWIRE01P
006800          SET LK-SCREEN-WAS-SENT TO TRUE                          SWIRE01P
006850          MOVE SPACES TO LK-CONFIRMED-ROUTING                     SWIRE01P
006900        END-IF                                                    SWIRE01P
007000        MOVE LOW-VALUES TO WIRE01AO                               SWIRE01P
007100        MOVE 'Key the wire - PF6=Send PF7=Release PF3=Exit'       SWIRE01P
013300                RESEND-SCREEN-EXIT                                SWIRE01P
013400        GO TO SEND-WIRE-EXIT                                      SWIRE01P
013500      END-IF.                                                     SWIRE01P
013516      IF BENERTI IN WIRE01AI IS NOT EQUAL TO LK-CONFIRMED-ROUTING SWIRE01P
013532        PERFORM CONFIRM-ROUTING THRU                              SWIRE01P
013548                CONFIRM-ROUTING-EXIT                              SWIRE01P
013564        GO TO SEND-WIRE-EXIT                                      SWIRE01P
013580      END-IF.                                                     SWIRE01P
013600      MOVE SPACES TO CD49-DATA.                                   SWIRE01P
013700      SET CD49I-ENTER TO TRUE.                                    SWIRE01P
013800      MOVE PIDI IN WIRE01AI TO CD49I-PID.                         SWIRE01P
014300      MOVE WS-AMOUNT-IN-N TO CD49I-AMOUNT.                        SWIRE01P
014400      MOVE EIBOPID TO CD49I-USERID.                               SWIRE01P
014500  COPY CBANKX49.                                                  SWIRE01P
014550      MOVE SPACES TO LK-CONFIRMED-ROUTING.                        SWIRE01P
014600      MOVE LOW-VALUES TO WIRE01AO.                                SWIRE01P
014700      MOVE CD49O-REF TO WREFO IN WIRE01AO.                        SWIRE01P
014800      MOVE CD49O-FEE TO FEEO IN WIRE01AO.                         SWIRE01P
014850      MOVE CD49O-BANK-NAME TO BANKNMO IN WIRE01AO.                SWIRE01P
014900      EVALUATE TRUE                                               SWIRE01P
015000        WHEN CD49O-OK                                             SWIRE01P
015100          MOVE 'Wire queued - note the reference'                 SWIRE01P
016300  SEND-WIRE-EXIT.                                                 SWIRE01P
016400      EXIT.                                                       SWIRE01P
016500                                                                  SWIRE01P
016504***************************************************************** SWIRE01P
016508* Look the keyed beneficiary routing up on the bank routing     * SWIRE01P
016512* directory and show the bank name - a good routing is held so  * SWIRE01P
016516* the next PF6 sends the wire                                   * SWIRE01P
016520***************************************************************** SWIRE01P
016524  CONFIRM-ROUTING.                                                SWIRE01P
016528      MOVE SPACES TO LK-CONFIRMED-ROUTING.                        SWIRE01P
016532      MOVE SPACES TO CD89-DATA.                                   SWIRE01P
016536      MOVE BENERTI IN WIRE01AI TO CD89I-ROUTING.                  SWIRE01P
016540      SET CD89I-WIRE TO TRUE.                                     SWIRE01P
016544  COPY CBANKX89.                                                  SWIRE01P
016548      MOVE CD89O-BANK-NAME TO BANKNMO IN WIRE01AO.                SWIRE01P
016552      IF CD89O-OK                                                 SWIRE01P
016556        MOVE BENERTI IN WIRE01AI TO LK-CONFIRMED-ROUTING          SWIRE01P
016560        MOVE 'Check the bank name - PF6 again to send'            SWIRE01P
016564          TO ERRMSGO IN WIRE01AO                                  SWIRE01P
016568      ELSE                                                        SWIRE01P
016572        MOVE CD89O-MSG TO ERRMSGO IN WIRE01AO                     SWIRE01P
016576      END-IF.                                                     SWIRE01P
016580      PERFORM RESEND-SCREEN THRU                                  SWIRE01P
016584              RESEND-SCREEN-EXIT.                                 SWIRE01P
016588  CONFIRM-ROUTING-EXIT.                                           SWIRE01P
016592      EXIT.                                                       SWIRE01P
016600***************************************************************** SWIRE01P
016700* Release the held wire keyed by reference - for use after the  * SWIRE01P
016800* SDENY01P reviewer cleared the screening hit as a false        * SWIRE01P
