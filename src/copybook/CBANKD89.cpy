000100***************************************************************** cbankd89
000200*                                                               * cbankd89
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd89
000400*                                                               * cbankd89
000500***************************************************************** cbankd89
000600                                                                  cbankd89
000700***************************************************************** cbankd89
000800* CBANKD89.CPY                                                  * cbankd89
000900*---------------------------------------------------------------* cbankd89
001000* This area is used to pass data between a requesting program   * cbankd89
001100* and the I/O program (DBANK89P) which validates a routing      * cbankd89
001200* number against the bank routing directory - the routing must  * cbankd89
001300* pass its check digit, be on the directory, be active and be   * cbankd89
001400* able to receive the payment type asked for.  The bank name    * cbankd89
001500* comes back for the operator to confirm.                       * cbankd89
001600***************************************************************** cbankd89
001700                                                                  cbankd89
001800 05  CD89-DATA.                                                   cbankd89
001900   10  CD89I-DATA.                                                cbankd89
002000     15  CD89I-ROUTING              PIC X(9).                     cbankd89
002100     15  CD89I-PAY-TYPE             PIC X(1).                     cbankd89
002200       88  CD89I-ACH                VALUE 'A'.                    cbankd89
002300       88  CD89I-WIRE               VALUE 'W'.                    cbankd89
002400   10  CD89O-DATA.                                                cbankd89
002500     15  CD89O-RESP                 PIC X(1).                     cbankd89
002600       88  CD89O-OK                 VALUE '0'.                    cbankd89
002700       88  CD89O-NOTFND             VALUE '1'.                    cbankd89
002800       88  CD89O-ERROR              VALUE '2'.                    cbankd89
002900     15  CD89O-MSG                  PIC X(40).                    cbankd89
003000     15  CD89O-BANK-NAME            PIC X(36).                    cbankd89
003100     15  CD89O-CITY                 PIC X(20).                    cbankd89
003200     15  CD89O-STATE                PIC X(2).                     cbankd89
003300     15  CD89O-STATUS               PIC X(1).                     cbankd89
003400     15  CD89O-NEW-ROUTING          PIC X(9).                     cbankd89
003500                                                                  cbankd89
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd89
