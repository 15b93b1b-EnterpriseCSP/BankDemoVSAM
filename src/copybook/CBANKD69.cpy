000100***************************************************************** cbankd69
000200*                                                               * cbankd69
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd69
000400*                                                               * cbankd69
000500***************************************************************** cbankd69
000600                                                                  cbankd69
000700***************************************************************** cbankd69
000800* CBANKD69.CPY                                                  * cbankd69
000900*---------------------------------------------------------------* cbankd69
001000* This area is used to pass data between a requesting program   * cbankd69
001100* and the I/O program (DBANK69P) which keeps the deposited-     * cbankd69
001200* items file (BNKDEPI) - assigning the item reference and       * cbankd69
001300* writing the row for a cheque drawn on another bank that the   * cbankd69
001400* teller has taken on deposit, ready for the end-of-day         * cbankd69
001500* presentment run.                                              * cbankd69
001600***************************************************************** cbankd69
001700                                                                  cbankd69
001800 05  CD69-DATA.                                                   cbankd69
001900   10  CD69I-DATA.                                                cbankd69
002000     15  CD69I-REQUEST-CODE         PIC X(1).                     cbankd69
002100       88  CD69I-RECORD             VALUE '1'.                    cbankd69
002200     15  CD69I-PID                  PIC X(5).                     cbankd69
002300     15  CD69I-ACCNO                PIC X(9).                     cbankd69
002400     15  CD69I-AMOUNT               PIC S9(7)V99 COMP-3.          cbankd69
002500     15  CD69I-DRAWER-ROUTING       PIC X(9).                     cbankd69
002600     15  CD69I-DRAWER-ACCNO         PIC X(17).                    cbankd69
002700     15  CD69I-CHEQUE-SERIAL        PIC X(10).                    cbankd69
002800     15  CD69I-DEPOSIT-TIMESTAMP    PIC X(26).                    cbankd69
002900     15  CD69I-TELLER-USERID        PIC X(8).                     cbankd69
003000     15  CD69I-BRANCH-CODE          PIC X(3).                     cbankd69
003100     15  CD69I-HOLD-SEQ             PIC 9(2).                     cbankd69
003200     15  CD69I-HELD-AMOUNT          PIC S9(7)V99 COMP-3.          cbankd69
003300   10  CD69O-DATA.                                                cbankd69
003400     15  CD69O-RESP                 PIC X(1).                     cbankd69
003500       88  CD69O-OK                 VALUE '0'.                    cbankd69
003600       88  CD69O-ERROR              VALUE '2'.                    cbankd69
003700     15  CD69O-MSG                  PIC X(40).                    cbankd69
003800     15  CD69O-ITEM-REF             PIC X(16).                    cbankd69
003900                                                                  cbankd69
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd69
