000100***************************************************************** cbankdcg
000200*                                                               * cbankdcg
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankdcg
000400*                                                               * cbankdcg
000500***************************************************************** cbankdcg
000600                                                                  cbankdcg
000700***************************************************************** cbankdcg
000800* CBANKDCG.CPY                                                  * cbankdcg
000900*---------------------------------------------------------------* cbankdcg
001000* This area is used to pass data between a requesting program   * cbankdcg
001100* and the I/O program (DBANKCGP) which looks after the spending * cbankdcg
001200* categories of an account's debits.  The summary request gives * cbankdcg
001300* the amount spent per category this month to date, read from   * cbankdcg
001400* BNKTXN, and in each of the three months before it, read from  * cbankdcg
001500* the month-end BNKCATS summary.  The list request gives the    * cbankdcg
001600* account's debits newest first, ten at a time, starting before * cbankdcg
001700* the timestamp given (spaces for the newest), with whether     * cbankdcg
001800* older ones follow.  The recategorise request puts the debit   * cbankdcg
001900* with the timestamp given into the category given, as the      * cbankdcg
002000* customer's own choice, which the nightly categorisation run   * cbankdcg
002100* then leaves alone.  A PID, where one is given, must own the   * cbankdcg
002200* account.                                                      * cbankdcg
002300***************************************************************** cbankdcg
002400 05  CDCG-DATA.                                                   cbankdcg
002500   10  CDCGI-DATA.                                                cbankdcg
002600     15  CDCGI-REQUEST-CODE      PIC X(1).                        cbankdcg
002700       88  CDCGI-SUMMARY         VALUE '1'.                       cbankdcg
002800       88  CDCGI-LIST            VALUE '2'.                       cbankdcg
002900       88  CDCGI-RECATEGORISE    VALUE '3'.                       cbankdcg
003000     15  CDCGI-PID               PIC X(5).                        cbankdcg
003100     15  CDCGI-ACCNO             PIC X(9).                        cbankdcg
003200     15  CDCGI-BEFORE            PIC X(26).                       cbankdcg
003300     15  CDCGI-TIMESTAMP         PIC X(26).                       cbankdcg
003400     15  CDCGI-CATEGORY          PIC X(2).                        cbankdcg
003500   10  CDCGO-DATA.                                                cbankdcg
003600     15  CDCGO-RESP              PIC X(1).                        cbankdcg
003700       88  CDCGO-OK              VALUE '0'.                       cbankdcg
003800       88  CDCGO-NOTFND          VALUE '1'.                       cbankdcg
003900       88  CDCGO-ERROR           VALUE '2'.                       cbankdcg
004000     15  CDCGO-MSG               PIC X(40).                       cbankdcg
004100     15  CDCGO-MONTH             PIC X(6)                         cbankdcg
004200                                       OCCURS 4 TIMES.            cbankdcg
004300     15  CDCGO-CAT-COUNT         PIC 9(2).                        cbankdcg
004400     15  CDCGO-CAT OCCURS 12 TIMES.                               cbankdcg
004500       20  CDCGO-CAT-CODE        PIC X(2).                        cbankdcg
004600       20  CDCGO-CAT-NAME        PIC X(17).                       cbankdcg
004700       20  CDCGO-CAT-SPENT       PIC S9(9)V99 COMP-3              cbankdcg
004800                                       OCCURS 4 TIMES.            cbankdcg
004900     15  CDCGO-ITEM-COUNT        PIC 9(2).                        cbankdcg
005000     15  CDCGO-MORE              PIC X(1).                        cbankdcg
005100       88  CDCGO-NO-MORE         VALUE 'N'.                       cbankdcg
005200       88  CDCGO-MORE-ITEMS      VALUE 'Y'.                       cbankdcg
005300     15  CDCGO-ITEM OCCURS 10 TIMES.                              cbankdcg
005400       20  CDCGO-ITEM-TIMESTAMP  PIC X(26).                       cbankdcg
005500       20  CDCGO-ITEM-DESC       PIC X(30).                       cbankdcg
005600       20  CDCGO-ITEM-AMOUNT     PIC S9(7)V99 COMP-3.             cbankdcg
005700       20  CDCGO-ITEM-CATEGORY   PIC X(2).                        cbankdcg
005800       20  CDCGO-ITEM-SOURCE     PIC X(1).                        cbankdcg
005900                                                                  cbankdcg
006000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankdcg
