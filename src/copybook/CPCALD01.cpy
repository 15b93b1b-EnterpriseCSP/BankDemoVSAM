000100***************************************************************** cpcald01
000200*                                                               * cpcald01
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cpcald01
000400*                                                               * cpcald01
000500***************************************************************** cpcald01
000600                                                                  cpcald01
000700***************************************************************** cpcald01
000800* CPCALD01.CPY                                                  * cpcald01
000900*---------------------------------------------------------------* cpcald01
001000* This area is the commarea of the upcoming payments screen     * cpcald01
001100* (SPCAL01P).  Staff start the screen from its own transaction  * cpcald01
001200* and key the customer and account; a customer reaches it from  * cpcald01
001300* the account balances screen, when SBANK00P passes the PID,    * cpcald01
001400* the account picked there (if any), its own session queue name * cpcald01
001500* and mode C so that PF3 returns to the banking session.  The   * cpcald01
001600* page is the page of the projection now on the screen.         * cpcald01
001700***************************************************************** cpcald01
001800   05  CPCALD01-DATA.                                             cpcald01
001900     10  CPCALD01-SCREEN-STATUS        PIC X(1).                  cpcald01
002000       88  CPCALD01-SCREEN-NOT-SENT    VALUE SPACE.               cpcald01
002100       88  CPCALD01-SCREEN-WAS-SENT    VALUE '1'.                 cpcald01
002200     10  CPCALD01-MODE                 PIC X(1).                  cpcald01
002300       88  CPCALD01-CUSTOMER           VALUE 'C'.                 cpcald01
002400     10  CPCALD01-BANK-TSQ             PIC X(8).                  cpcald01
002500     10  CPCALD01-PID                  PIC X(5).                  cpcald01
002600     10  CPCALD01-ACCNO                PIC X(9).                  cpcald01
002700     10  CPCALD01-PAGE                 PIC 9(1).                  cpcald01
002800                                                                  cpcald01
002900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cpcald01
