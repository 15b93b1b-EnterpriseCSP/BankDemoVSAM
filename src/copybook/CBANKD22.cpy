001300*  reading the current balance for display, and posting a    *    cbankd22
001400*  teller-entered adjustment with a reason, writing an       *    cbankd22
001500*  audit trail entry via DBANK06P.                           *    cbankd22
001530*  A supervisor may give the adjustment a value date in the  *    cbankd22
001560*  past, within the product limit (BNKBVAL register).        *    cbankd22
001600***************************************************************** cbankd22
001700                                                                  cbankd22
001800 05  CD22-DATA.                                                   cbankd22
002500  15  CD22I-ADJUSTMENT          PIC S9(7)V99 COMP-3.              cbankd22
002600  15  CD22I-REASON              PIC X(30).                        cbankd22
002700  15  CD22I-TELLER-USERID       PIC X(8).                         cbankd22
002750  15  CD22I-VALUE-DATE          PIC X(10).                        cbankd22
002800 10  CD22O-DATA.                                                  cbankd22
002900  15  CD22O-RESP               PIC X(1).                          cbankd22
003000   88  CD22O-OK                VALUE '0'.                         cbankd22
