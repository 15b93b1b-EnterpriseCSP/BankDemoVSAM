000100***************************************************************** cbankd87
000200*                                                               * cbankd87
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd87
000400*                                                               * cbankd87
000500***************************************************************** cbankd87
000600                                                                  cbankd87
000700***************************************************************** cbankd87
000800* CBANKD87.CPY                                                  * cbankd87
000900*---------------------------------------------------------------* cbankd87
001000* This area is used to pass data between a requesting program   * cbankd87
001100* and the I/O program (DBANK87P) which keeps customer consents  * cbankd87
001200* for third-party providers - list a customer's consents, grant * cbankd87
001300* one, revoke one, and verify the token a partner presents on   * cbankd87
001400* the web or MQ inquiry services.  A verify names the scope the * cbankd87
001500* partner is using (B balances, T transactions, P payment) and  * cbankd87
001600* optionally the account; the reply carries the consenting      * cbankd87
001700* customer and the accounts the consent covers.                 * cbankd87
001800***************************************************************** cbankd87
001900                                                                  cbankd87
002000 05  CD87-DATA.                                                   cbankd87
002100   10  CD87I-DATA.                                                cbankd87
002200     15  CD87I-REQUEST-CODE         PIC X(1).                     cbankd87
002300       88  CD87I-LIST               VALUE '1'.                    cbankd87
002400       88  CD87I-GRANT              VALUE '2'.                    cbankd87
002500       88  CD87I-REVOKE             VALUE '3'.                    cbankd87
002600       88  CD87I-VERIFY             VALUE '4'.                    cbankd87
002700     15  CD87I-PID                  PIC X(5).                     cbankd87
002800     15  CD87I-TPP-ID               PIC X(8).                     cbankd87
002900     15  CD87I-TOKEN                PIC X(16).                    cbankd87
003000     15  CD87I-ACCNO                PIC X(9)                      cbankd87
003100         OCCURS 5 TIMES.                                          cbankd87
003200     15  CD87I-SCOPE-BAL            PIC X(1).                     cbankd87
003300     15  CD87I-SCOPE-TXN            PIC X(1).                     cbankd87
003400     15  CD87I-SCOPE-PAY            PIC X(1).                     cbankd87
003500     15  CD87I-DAYS                 PIC X(3).                     cbankd87
003600     15  CD87I-SCOPE                PIC X(1).                     cbankd87
003700       88  CD87I-SCOPE-BALANCES     VALUE 'B'.                    cbankd87
003800       88  CD87I-SCOPE-TRANSACTIONS VALUE 'T'.                    cbankd87
003900       88  CD87I-SCOPE-PAYMENT      VALUE 'P'.                    cbankd87
004000     15  CD87I-CHECK-ACCNO          PIC X(9).                     cbankd87
004100   10  CD87O-DATA.                                                cbankd87
004200     15  CD87O-RESP                 PIC X(1).                     cbankd87
004300       88  CD87O-OK                 VALUE '0'.                    cbankd87
004400       88  CD87O-NOTFND             VALUE '1'.                    cbankd87
004500       88  CD87O-ERROR              VALUE '2'.                    cbankd87
004600     15  CD87O-MSG                  PIC X(40).                    cbankd87
004700     15  CD87O-TOKEN                PIC X(16).                    cbankd87
004800     15  CD87O-PID                  PIC X(5).                     cbankd87
004900     15  CD87O-EXPIRY-DATE          PIC X(10).                    cbankd87
005000     15  CD87O-ACCOUNTS.                                          cbankd87
005100       20  CD87O-ACCNO              PIC X(9)                      cbankd87
005200           OCCURS 5 TIMES.                                        cbankd87
005300     15  CD87O-COUNT                PIC 9(2).                     cbankd87
005400     15  CD87O-ENTRY                OCCURS 8 TIMES.               cbankd87
005500       20  CD87O-ENTRY-TOKEN        PIC X(16).                    cbankd87
005600       20  CD87O-ENTRY-TPP-ID       PIC X(8).                     cbankd87
005700       20  CD87O-ENTRY-SCOPES       PIC X(3).                     cbankd87
005800       20  CD87O-ENTRY-ACCNO        PIC X(9).                     cbankd87
005900       20  CD87O-ENTRY-EXPIRY       PIC X(10).                    cbankd87
006000       20  CD87O-ENTRY-STATUS       PIC X(1).                     cbankd87
006100                                                                  cbankd87
006200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd87
