002600*              Enter redisplays the list.  A funding account    * SPAYE01P
002610*              the customer does not own passes the DBANK54P    * SPAYE01P
002620*              signer authority check before the debit.         * SPAYE01P
002636*              A payee is added with its postal address and     * SPAYE01P
002652*              whether the reference is a structured RF         * SPAYE01P
002668*              creditor reference, for the ISO 20022 payment    * SPAYE01P
002684*              file.                                            * SPAYE01P
002687*              The first PF5 looks the payee's routing up on    * SPAYE01P
002690*              the bank routing directory through DBANK89P and  * SPAYE01P
002693*              shows the bank name; the payee is added on a     * SPAYE01P
002696*              second PF5 once the customer has checked it.     * SPAYE01P
002700***************************************************************** SPAYE01P
002800                                                                  SPAYE01P
002900 IDENTIFICATION DIVISION.                                         SPAYE01P
006440                                                                  SPAYE01P
006450 01  WS-COMMAREA-61.                                              SPAYE01P
006460 COPY CBANKD61.                                                   SPAYE01P
006470                                                                  SPAYE01P
006480 01  WS-ROUTING-DATA.                                             SPAYE01P
006490 COPY CBANKD89.                                                   SPAYE01P
006500                                                                  SPAYE01P
006600 COPY DFHAID.                                                     SPAYE01P
006700                                                                  SPAYE01P
007500   05  LK-SCREEN-STATUS                     PIC X(1).             SPAYE01P
007600     88  LK-SCREEN-NOT-SENT                 VALUE SPACE.          SPAYE01P
007700     88  LK-SCREEN-WAS-SENT                 VALUE '1'.            SPAYE01P
007750   05  LK-CONFIRMED-ROUTING                 PIC X(9).             SPAYE01P
007800                                                                  SPAYE01P
007900 PROCEDURE DIVISION.                                              SPAYE01P
008000***************************************************************** SPAYE01P
009500***************************************************************** SPAYE01P
009600     IF LK-SCREEN-NOT-SENT                                        SPAYE01P
009700       SET LK-SCREEN-WAS-SENT TO TRUE                             SPAYE01P
009750       MOVE SPACES TO LK-CONFIRMED-ROUTING                        SPAYE01P
009800       PERFORM BROWSE-AND-SEND THRU                               SPAYE01P
009900               BROWSE-AND-SEND-EXIT                               SPAYE01P
010000       GO TO COMMON-RETURN                                        SPAYE01P
018900* Add a new payee from the input fields                         * SPAYE01P
019000***************************************************************** SPAYE01P
019100 ADD-PAYEE.                                                       SPAYE01P
019116     IF ROUTNGI IN PAYE01AI IS NOT EQUAL TO LK-CONFIRMED-ROUTING  SPAYE01P
019132       PERFORM CONFIRM-ROUTING THRU                               SPAYE01P
019148               CONFIRM-ROUTING-EXIT                               SPAYE01P
019164       GO TO ADD-PAYEE-EXIT                                       SPAYE01P
019180     END-IF.                                                      SPAYE01P
019200     MOVE SPACES TO CD28-DATA.                                    SPAYE01P
019300     SET CD28I-WRITE TO TRUE.                                     SPAYE01P
019400     MOVE LK-CUSTOMER-PID TO CD28I-PID.                           SPAYE01P
019700     MOVE ROUTNGI IN PAYE01AI TO CD28I-ROUTING.                   SPAYE01P
019800     MOVE EXTACCI IN PAYE01AI TO CD28I-EXT-ACCNO.                 SPAYE01P
019900     MOVE CUSREFI IN PAYE01AI TO CD28I-CUST-REF.                  SPAYE01P
019909     MOVE PSTRTI IN PAYE01AI TO CD28I-STREET.                     SPAYE01P
019918     MOVE PTOWNI IN PAYE01AI TO CD28I-TOWN.                       SPAYE01P
019927     MOVE PPCODEI IN PAYE01AI TO CD28I-POST-CODE.                 SPAYE01P
019936     MOVE PCTRYI IN PAYE01AI TO CD28I-COUNTRY.                    SPAYE01P
019945     MOVE PREFTYI IN PAYE01AI TO CD28I-REF-TYPE.                  SPAYE01P
019954     INSPECT CD28I-STREET REPLACING ALL LOW-VALUES BY SPACES.     SPAYE01P
019963     INSPECT CD28I-TOWN REPLACING ALL LOW-VALUES BY SPACES.       SPAYE01P
019972     INSPECT CD28I-POST-CODE REPLACING ALL LOW-VALUES BY SPACES.  SPAYE01P
019981     INSPECT CD28I-COUNTRY REPLACING ALL LOW-VALUES BY SPACES.    SPAYE01P
019990     INSPECT CD28I-REF-TYPE REPLACING ALL LOW-VALUES BY SPACES.   SPAYE01P
020000 COPY CBANKX28.                                                   SPAYE01P
020100     IF CD28O-OK                                                  SPAYE01P
020150       MOVE SPACES TO LK-CONFIRMED-ROUTING                        SPAYE01P
020200       PERFORM BROWSE-AND-SEND THRU                               SPAYE01P
020300               BROWSE-AND-SEND-EXIT                               SPAYE01P
020400     ELSE                                                         SPAYE01P
020500       MOVE CD28O-MSG TO ERRMSGO IN PAYE01AO                      SPAYE01P
020550       MOVE CD28O-BANK-NAME TO BANKNMO IN PAYE01AO                SPAYE01P
020600       PERFORM RESEND-SCREEN THRU                                 SPAYE01P
020700               RESEND-SCREEN-EXIT                                 SPAYE01P
020800     END-IF.                                                      SPAYE01P
020900 ADD-PAYEE-EXIT.                                                  SPAYE01P
021000     EXIT.                                                        SPAYE01P
021100                                                                  SPAYE01P
021104***************************************************************** SPAYE01P
021108* Look the keyed routing up on the bank routing directory and   * SPAYE01P
021112* show the bank name - a good routing is held so the next PF5   * SPAYE01P
021116* adds the payee                                                * SPAYE01P
021120***************************************************************** SPAYE01P
021124 CONFIRM-ROUTING.                                                 SPAYE01P
021128     MOVE SPACES TO LK-CONFIRMED-ROUTING.                         SPAYE01P
021132     MOVE SPACES TO CD89-DATA.                                    SPAYE01P
021136     MOVE ROUTNGI IN PAYE01AI TO CD89I-ROUTING.                   SPAYE01P
021140     SET CD89I-ACH TO TRUE.                                       SPAYE01P
021144 COPY CBANKX89.                                                   SPAYE01P
021148     MOVE CD89O-BANK-NAME TO BANKNMO IN PAYE01AO.                 SPAYE01P
021152     IF CD89O-OK                                                  SPAYE01P
021156       MOVE ROUTNGI IN PAYE01AI TO LK-CONFIRMED-ROUTING           SPAYE01P
021160       MOVE 'Check the bank name - PF5 again to add'              SPAYE01P
021164         TO ERRMSGO IN PAYE01AO                                   SPAYE01P
021168     ELSE                                                         SPAYE01P
021172       MOVE CD89O-MSG TO ERRMSGO IN PAYE01AO                      SPAYE01P
021176     END-IF.                                                      SPAYE01P
021180     PERFORM RESEND-SCREEN THRU                                   SPAYE01P
021184             RESEND-SCREEN-EXIT.                                  SPAYE01P
021188 CONFIRM-ROUTING-EXIT.                                            SPAYE01P
021192     EXIT.                                                        SPAYE01P
021200***************************************************************** SPAYE01P
021300* Deactivate the payee keyed by sequence                        * SPAYE01P
021400***************************************************************** SPAYE01P
