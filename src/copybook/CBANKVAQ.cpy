001000* This is the record layout for the outbound alert queue file,  * cbankvaq
001100* BNKALRTQ.  Alert rows are written where the events happen -   * cbankvaq
001200* DBANK04P for balance movements, the ATM withdrawal path, the  * cbankvaq
001280* standing-order run for failed orders, the returned-cheque     * cbankvaq
001360* run for charged-back deposits - and drained by the mail       * cbankvaq
001440* gate, which honours the same BCS-REC-SEND-EMAIL               * cbankvaq
001520* contactability the bounce handler maintains.  The upcoming-   * cbankvaq
001540* payments run queues a low-funds warning three business days   * cbankvaq
001560* before a projected shortfall.                                 * cbankvaq
001600***************************************************************** cbankvaq
001700                                                                  cbankvaq
001800 05  AQ-RECORD                            PIC X(120).             cbankvaq
002500     88  AQ-ALERT-LARGE-DEBIT         VALUE 'D'.                  cbankvaq
002600     88  AQ-ALERT-ATM-WITHDRAWAL      VALUE 'A'.                  cbankvaq
002700     88  AQ-ALERT-SO-FAILURE          VALUE 'S'.                  cbankvaq
002750     88  AQ-ALERT-RETURNED-ITEM       VALUE 'R'.                  cbankvaq
002775     88  AQ-ALERT-LOW-FUNDS           VALUE 'F'.                  cbankvaq
002800   10  AQ-REC-ACCNO                   PIC X(9).                   cbankvaq
002900   10  AQ-REC-AMOUNT                  PIC S9(7)V99 COMP-3.        cbankvaq
003000   10  AQ-REC-TEXT                    PIC X(60).                  cbankvaq
