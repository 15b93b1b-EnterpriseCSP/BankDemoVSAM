000100***************************************************************** cbankd72
000200*                                                               * cbankd72
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd72
000400*                                                               * cbankd72
000500***************************************************************** cbankd72
000600                                                                  cbankd72
000700***************************************************************** cbankd72
000800* CBANKD72.CPY                                                  * cbankd72
000900*---------------------------------------------------------------* cbankd72
001000* This area is used to pass data between a requesting program   * cbankd72
001100* and the I/O program (DBANK72P) which shows a customer's       * cbankd72
001200* revolving line of credit (BNKLOC), draws on it to the linked  * cbankd72
001300* deposit account and takes payments to it from that account.   * cbankd72
001400* With no loan-id the customer's first line that is not closed  * cbankd72
001500* is used.                                                      * cbankd72
001600***************************************************************** cbankd72
001700                                                                  cbankd72
001800 05  CD72-DATA.                                                   cbankd72
001900   10  CD72I-DATA.                                                cbankd72
002000     15  CD72I-REQUEST-CODE         PIC X(1).                     cbankd72
002100       88  CD72I-INQUIRE            VALUE '1'.                    cbankd72
002200       88  CD72I-DRAW               VALUE '2'.                    cbankd72
002300       88  CD72I-PAY                VALUE '3'.                    cbankd72
002400     15  CD72I-PID                  PIC X(5).                     cbankd72
002500     15  CD72I-LOAN-ID              PIC X(26).                    cbankd72
002600     15  CD72I-AMOUNT               PIC 9(7)V99.                  cbankd72
002700   10  CD72O-DATA.                                                cbankd72
002800     15  CD72O-RESP                 PIC X(1).                     cbankd72
002900       88  CD72O-OK                 VALUE '0'.                    cbankd72
003000       88  CD72O-NOTFND             VALUE '1'.                    cbankd72
003100       88  CD72O-ERROR              VALUE '2'.                    cbankd72
003200     15  CD72O-MSG                  PIC X(40).                    cbankd72
003300     15  CD72O-LOAN-ID              PIC X(26).                    cbankd72
003400     15  CD72O-ACCNO                PIC X(9).                     cbankd72
003500     15  CD72O-STATUS               PIC X(1).                     cbankd72
003600     15  CD72O-PAST-DUE             PIC X(1).                     cbankd72
003700     15  CD72O-LIMIT                PIC S9(7)V99.                 cbankd72
003800     15  CD72O-DRAWN                PIC S9(7)V99.                 cbankd72
003900     15  CD72O-AVAILABLE            PIC S9(7)V99.                 cbankd72
004000     15  CD72O-ACCRUED              PIC S9(7)V99.                 cbankd72
004100     15  CD72O-STMT-DATE            PIC X(10).                    cbankd72
004200     15  CD72O-STMT-BALANCE         PIC S9(7)V99.                 cbankd72
004300     15  CD72O-MIN-DUE              PIC S9(7)V99.                 cbankd72
004400     15  CD72O-MIN-OUTSTANDING      PIC S9(7)V99.                 cbankd72
004500     15  CD72O-DUE-DATE             PIC X(10).                    cbankd72
004600                                                                  cbankd72
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd72
