000100***************************************************************** cgoald01
000200*                                                               * cgoald01
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cgoald01
000400*                                                               * cgoald01
000500***************************************************************** cgoald01
000600                                                                  cgoald01
000700***************************************************************** cgoald01
000800* CGOALD01.CPY                                                  * cgoald01
000900*---------------------------------------------------------------* cgoald01
001000* This area is the commarea of the savings goals screen         * cgoald01
001100* (SGOAL01P).  Staff start the screen from its own transaction  * cgoald01
001200* and key the customer and account; a customer reaches it from  * cgoald01
001300* the account balances screen, when SBANK00P passes the PID,    * cgoald01
001400* the account picked there (if any), its own session queue name * cgoald01
001500* and mode C so that PF3 returns to the banking session.  The   * cgoald01
001600* rest keeps the goals shown on each line so that one can be    * cgoald01
001700* picked by its line number and its details kept when changed.  * cgoald01
001800***************************************************************** cgoald01
001900   05  CGOALD01-DATA.                                             cgoald01
002000     10  CGOALD01-SCREEN-STATUS        PIC X(1).                  cgoald01
002100       88  CGOALD01-SCREEN-NOT-SENT    VALUE SPACE.               cgoald01
002200       88  CGOALD01-SCREEN-WAS-SENT    VALUE '1'.                 cgoald01
002300     10  CGOALD01-MODE                 PIC X(1).                  cgoald01
002400       88  CGOALD01-CUSTOMER           VALUE 'C'.                 cgoald01
002500     10  CGOALD01-BANK-TSQ             PIC X(8).                  cgoald01
002600     10  CGOALD01-PID                  PIC X(5).                  cgoald01
002700     10  CGOALD01-ACCNO                PIC X(9).                  cgoald01
002800     10  CGOALD01-LINE                 OCCURS 8 TIMES.            cgoald01
002900       15  CGOALD01-LINE-SEQ           PIC X(2).                  cgoald01
003000       15  CGOALD01-LINE-NAME          PIC X(20).                 cgoald01
003100       15  CGOALD01-LINE-TARGET        PIC 9(7)V99.               cgoald01
003200       15  CGOALD01-LINE-DATE          PIC X(10).                 cgoald01
003300       15  CGOALD01-LINE-AUTO          PIC 9(5)V99.               cgoald01
003400                                                                  cgoald01
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cgoald01
