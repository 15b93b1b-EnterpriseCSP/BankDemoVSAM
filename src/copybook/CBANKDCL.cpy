000100***************************************************************** cbankdcl
000200*                                                               * cbankdcl
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankdcl
000400*                                                               * cbankdcl
000500***************************************************************** cbankdcl
000600                                                                  cbankdcl
000700***************************************************************** cbankdcl
000800* CBANKDCL.CPY                                                  * cbankdcl
000900*---------------------------------------------------------------* cbankdcl
001000* This area is used to pass data between a requesting program   * cbankdcl
001100* and the I/O program (DBANKCLP) which projects an account's    * cbankdcl
001200* next thirty days - the standing orders in its RP slots and    * cbankdcl
001300* those of the owner's other accounts paying into it, recurring * cbankdcl
001400* bill payments (BNKRPAY), future-dated payments (BNKPEND),     * cbankdcl
001500* loan instalments and their escrow portion (BNKLNSCH/BNKESCR)  * cbankdcl
001600* and direct-debit collections awaiting settlement (BNKPAYQ).   * cbankdcl
001700* The items come back in date order, credits before debits on   * cbankdcl
001800* a day, each with the running projected balance.  The flag     * cbankdcl
001900* marks every item on a day that closes overdrawn (O) or past   * cbankdcl
002000* the overdraft limit (L); the first day past the limit is      * cbankdcl
002100* returned as the shortfall date.  A PID, where one is given,   * cbankdcl
002200* must own the account.                                         * cbankdcl
002300***************************************************************** cbankdcl
002400 05  CDCL-DATA.                                                   cbankdcl
002500   10  CDCLI-DATA.                                                cbankdcl
002600     15  CDCLI-PID               PIC X(5).                        cbankdcl
002700     15  CDCLI-ACCNO             PIC X(9).                        cbankdcl
002800   10  CDCLO-DATA.                                                cbankdcl
002900     15  CDCLO-RESP              PIC X(1).                        cbankdcl
003000       88  CDCLO-OK                  VALUE '0'.                   cbankdcl
003100       88  CDCLO-NOTFND              VALUE '1'.                   cbankdcl
003200       88  CDCLO-ERROR               VALUE '2'.                   cbankdcl
003300     15  CDCLO-MSG               PIC X(40).                       cbankdcl
003400     15  CDCLO-FROM-DATE         PIC X(10).                       cbankdcl
003500     15  CDCLO-TO-DATE           PIC X(10).                       cbankdcl
003600     15  CDCLO-BALANCE           PIC S9(7)V99 COMP-3.             cbankdcl
003700     15  CDCLO-OD-LIMIT          PIC S9(5)V99 COMP-3.             cbankdcl
003800     15  CDCLO-LOW-BALANCE       PIC S9(9)V99 COMP-3.             cbankdcl
003900     15  CDCLO-LOW-DATE          PIC X(10).                       cbankdcl
004000     15  CDCLO-SHORT-DATE        PIC X(10).                       cbankdcl
004100     15  CDCLO-MORE              PIC X(1).                        cbankdcl
004200       88  CDCLO-ALL-SHOWN           VALUE 'N'.                   cbankdcl
004300       88  CDCLO-TRUNCATED           VALUE 'Y'.                   cbankdcl
004400     15  CDCLO-COUNT             PIC 9(2).                        cbankdcl
004500     15  CDCLO-ENTRY OCCURS 40 TIMES.                             cbankdcl
004600       20  CDCLO-ENTRY-DATE      PIC X(10).                       cbankdcl
004700       20  CDCLO-ENTRY-SOURCE    PIC X(2).                        cbankdcl
004800         88  CDCLO-SOURCE-STANDING   VALUE 'SO'.                  cbankdcl
004900         88  CDCLO-SOURCE-BILL-PAY   VALUE 'BP'.                  cbankdcl
005000         88  CDCLO-SOURCE-FUTURE     VALUE 'FD'.                  cbankdcl
005100         88  CDCLO-SOURCE-LOAN       VALUE 'LN'.                  cbankdcl
005200         88  CDCLO-SOURCE-ESCROW     VALUE 'ES'.                  cbankdcl
005300         88  CDCLO-SOURCE-COLLECTION VALUE 'DC'.                  cbankdcl
005400       20  CDCLO-ENTRY-DESC      PIC X(30).                       cbankdcl
005500       20  CDCLO-ENTRY-AMOUNT    PIC S9(7)V99 COMP-3.             cbankdcl
005600       20  CDCLO-ENTRY-BALANCE   PIC S9(9)V99 COMP-3.             cbankdcl
005700       20  CDCLO-ENTRY-FLAG      PIC X(1).                        cbankdcl
005800         88  CDCLO-ENTRY-IN-FUNDS    VALUE ' '.                   cbankdcl
005900         88  CDCLO-ENTRY-OVERDRAWN   VALUE 'O'.                   cbankdcl
006000         88  CDCLO-ENTRY-OVER-LIMIT  VALUE 'L'.                   cbankdcl
006100                                                                  cbankdcl
006200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankdcl
