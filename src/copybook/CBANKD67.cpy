000100***************************************************************** cbankd67
000200*                                                               * cbankd67
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd67
000400*                                                               * cbankd67
000500***************************************************************** cbankd67
000600                                                                  cbankd67
000700***************************************************************** cbankd67
000800* CBANKD67.CPY                                                  * cbankd67
000900*---------------------------------------------------------------* cbankd67
001000* This area is used to pass data between a requesting program   * cbankd67
001100* and the I/O program (DBANK67P) which serves the memo-post     * cbankd67
001200* file BNKMEMO - say whether memo-post mode is on, and take a   * cbankd67
001300* posting against the memo balance while the batch window       * cbankd67
001400* holds the masters.                                            * cbankd67
001433* BALANCE returns the net of an account's still-pending memo    * cbankd67
001466* items in CD67O-FROM-MEMO-BAL.                                 * cbankd67
001500***************************************************************** cbankd67
001600                                                                  cbankd67
001700 05  CD67-DATA.                                                   cbankd67
001800   10  CD67I-DATA.                                                cbankd67
001900     15  CD67I-REQUEST-CODE         PIC X(1).                     cbankd67
002000       88  CD67I-INQUIRE            VALUE '1'.                    cbankd67
002100       88  CD67I-POST               VALUE '2'.                    cbankd67
002150       88  CD67I-BALANCE            VALUE '3'.                    cbankd67
002200     15  CD67I-SOURCE               PIC X(8).                     cbankd67
002300     15  CD67I-FROM-PID             PIC X(5).                     cbankd67
002400     15  CD67I-FROM-ACC             PIC X(9).                     cbankd67
002500     15  CD67I-FROM-AMOUNT          PIC S9(7)V99 COMP-3.          cbankd67
002600     15  CD67I-FROM-DESC            PIC X(30).                    cbankd67
002700     15  CD67I-TO-PID               PIC X(5).                     cbankd67
002800     15  CD67I-TO-ACC               PIC X(9).                     cbankd67
002900     15  CD67I-TO-AMOUNT            PIC S9(7)V99 COMP-3.          cbankd67
003000     15  CD67I-TO-DESC              PIC X(30).                    cbankd67
003100     15  CD67I-TXN-TYPE             PIC X(1).                     cbankd67
003200     15  CD67I-PAYMENT-REF          PIC X(16).                    cbankd67
003300     15  CD67I-BRANCH-CODE          PIC X(3).                     cbankd67
003400     15  CD67I-OD-FEE-AMOUNT        PIC S9(7)V99 COMP-3.          cbankd67
003500   10  CD67O-DATA.                                                cbankd67
003600     15  CD67O-RESULT               PIC X(1).                     cbankd67
003700       88  CD67O-UPDATE-OK          VALUE '0'.                    cbankd67
003800       88  CD67O-UPDATE-FAIL        VALUE '1'.                    cbankd67
003900     15  CD67O-MEMO-MODE            PIC X(1).                     cbankd67
004000       88  CD67O-MEMO-ON            VALUE 'Y'.                    cbankd67
004100       88  CD67O-MEMO-OFF           VALUE 'N', ' '.               cbankd67
004200     15  CD67O-TIMESTAMP            PIC X(26).                    cbankd67
004300     15  CD67O-FROM-MEMO-BAL        PIC S9(7)V99 COMP-3.          cbankd67
004400     15  CD67O-TO-MEMO-BAL          PIC S9(7)V99 COMP-3.          cbankd67
004500     15  CD67O-MSG                  PIC X(62).                    cbankd67
004600                                                                  cbankd67
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd67
004800                                                                  cbankd67
