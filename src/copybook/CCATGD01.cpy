000100***************************************************************** ccatgd01
000200*                                                               * ccatgd01
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * ccatgd01
000400*                                                               * ccatgd01
000500***************************************************************** ccatgd01
000600                                                                  ccatgd01
000700***************************************************************** ccatgd01
000800* CCATGD01.CPY                                                  * ccatgd01
000900*---------------------------------------------------------------* ccatgd01
001000* This area is the commarea of the spending categories screen   * ccatgd01
001100* (SCATG01P).  Staff start the screen from its own transaction  * ccatgd01
001200* and key the customer and account; a customer reaches it from  * ccatgd01
001300* the account balances screen, when SBANK00P passes the PID,    * ccatgd01
001400* the account picked there (if any), its own session queue name * ccatgd01
001500* and mode C so that PF3 returns to the banking session.  The   * ccatgd01
001600* view is the category summary or the list of debits; for the   * ccatgd01
001700* list the page, the timestamp each page starts before (spaces  * ccatgd01
001800* for the first), whether older debits follow and the           * ccatgd01
001900* timestamps of the debits on the screen are kept so that an    * ccatgd01
002000* item can be picked by its line number.                        * ccatgd01
002100***************************************************************** ccatgd01
002200   05  CCATGD01-DATA.                                             ccatgd01
002300     10  CCATGD01-SCREEN-STATUS  PIC X(1).                        ccatgd01
002400       88  CCATGD01-SCREEN-NOT-SENT    VALUE SPACE.               ccatgd01
002500       88  CCATGD01-SCREEN-WAS-SENT    VALUE '1'.                 ccatgd01
002600     10  CCATGD01-MODE           PIC X(1).                        ccatgd01
002700       88  CCATGD01-CUSTOMER     VALUE 'C'.                       ccatgd01
002800     10  CCATGD01-BANK-TSQ       PIC X(8).                        ccatgd01
002900     10  CCATGD01-PID            PIC X(5).                        ccatgd01
003000     10  CCATGD01-ACCNO          PIC X(9).                        ccatgd01
003100     10  CCATGD01-VIEW           PIC X(1).                        ccatgd01
003200       88  CCATGD01-SUMMARY      VALUE 'S'.                       ccatgd01
003300       88  CCATGD01-LIST         VALUE 'L'.                       ccatgd01
003400     10  CCATGD01-PAGE           PIC 9(2).                        ccatgd01
003500     10  CCATGD01-PAGE-START     PIC X(26)                        ccatgd01
003600                                       OCCURS 20 TIMES.           ccatgd01
003700     10  CCATGD01-MORE           PIC X(1).                        ccatgd01
003800       88  CCATGD01-MORE-ITEMS   VALUE 'Y'.                       ccatgd01
003900     10  CCATGD01-ITEM-COUNT     PIC 9(2).                        ccatgd01
004000     10  CCATGD01-ITEM-STAMP     PIC X(26)                        ccatgd01
004100                                       OCCURS 10 TIMES.           ccatgd01
004200                                                                  ccatgd01
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ccatgd01
