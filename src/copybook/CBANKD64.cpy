001500* PLACE computes the held portion and business-day release      * cbankd64
001600* date for a fresh ATM deposit from the account's tenure and    * cbankd64
001700* the deposit size and writes the hold row.                     * cbankd64
001720* PLACE-AUTH writes the pending-authorization hold for an       * cbankd64
001740* approved card purchase - the amount is passed in the          * cbankd64
001760* deposit-amount field and held in full under the approval      * cbankd64
001780* code until settlement or its expiry date.                     * cbankd64
001785* PLACE also serves the teller cheque deposit; both PLACE       * cbankd64
001790* requests hand back the slot the row went into so the          * cbankd64
001795* caller can find the hold again to release it early.           * cbankd64
001800***************************************************************** cbankd64
001900                                                                  cbankd64
002000 05  CD64-DATA.                                                   cbankd64
002200     15  CD64I-REQUEST-CODE         PIC X(1).                     cbankd64
002300       88  CD64I-READ               VALUE '1'.                    cbankd64
002400       88  CD64I-PLACE              VALUE '2'.                    cbankd64
002450       88  CD64I-PLACE-AUTH         VALUE '3'.                    cbankd64
002500     15  CD64I-ACCNO                PIC X(9).                     cbankd64
002600     15  CD64I-DEPOSIT-AMOUNT       PIC S9(7)V99 COMP-3.          cbankd64
002650     15  CD64I-AUTH-CODE            PIC X(6).                     cbankd64
002700   10  CD64O-DATA.                                                cbankd64
002800     15  CD64O-RESP                 PIC X(1).                     cbankd64
002900       88  CD64O-OK                 VALUE '0'.                    cbankd64
003400     15  CD64O-EARLIEST-RELEASE     PIC X(10).                    cbankd64
003500     15  CD64O-HELD-AMOUNT          PIC S9(7)V99 COMP-3.          cbankd64
003600     15  CD64O-RELEASE-DATE         PIC X(10).                    cbankd64
003650     15  CD64O-HOLD-SEQ             PIC 9(2).                     cbankd64
003700                                                                  cbankd64
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd64
003900                                                                  cbankd64
