000100***************************************************************** cbankd68
000200*                                                               * cbankd68
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd68
000400*                                                               * cbankd68
000500***************************************************************** cbankd68
000600                                                                  cbankd68
000700***************************************************************** cbankd68
000800* CBANKD68.CPY                                                  * cbankd68
000900*---------------------------------------------------------------* cbankd68
001000* This area is used to pass data between a requesting program   * cbankd68
001100* and the I/O program (DBANK68P) which checks a card purchase   * cbankd68
001200* for authorization - the card's status and expiry on BNKCARD,  * cbankd68
001300* the account it posts to and that account's available funds.   * cbankd68
001400* The response is a network response code, '00' when the        * cbankd68
001500* purchase may be approved; nothing is updated.                 * cbankd68
001600***************************************************************** cbankd68
001700                                                                  cbankd68
001800 05  CD68-DATA.                                                   cbankd68
001900   10  CD68I-DATA.                                                cbankd68
002000     15  CD68I-REQUEST-CODE         PIC X(1).                     cbankd68
002100       88  CD68I-CHECK              VALUE '1'.                    cbankd68
002200     15  CD68I-CARD-NUMBER          PIC X(16).                    cbankd68
002300     15  CD68I-AMOUNT               PIC S9(7)V99 COMP-3.          cbankd68
002400   10  CD68O-DATA.                                                cbankd68
002500     15  CD68O-RESPONSE             PIC X(2).                     cbankd68
002600       88  CD68O-APPROVED           VALUE '00'.                   cbankd68
002700     15  CD68O-PID                  PIC X(5).                     cbankd68
002800     15  CD68O-ACCNO                PIC X(9).                     cbankd68
002900     15  CD68O-AVAILABLE            PIC S9(9)V99 COMP-3.          cbankd68
003000     15  CD68O-MSG                  PIC X(40).                    cbankd68
003100                                                                  cbankd68
003200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd68
003300                                                                  cbankd68
