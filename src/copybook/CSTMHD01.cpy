000100***************************************************************** cstmhd01
000200*                                                               * cstmhd01
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cstmhd01
000400*                                                               * cstmhd01
000500***************************************************************** cstmhd01
000600                                                                  cstmhd01
000700***************************************************************** cstmhd01
000800* CSTMHD01.CPY                                                  * cstmhd01
000900*---------------------------------------------------------------* cstmhd01
001000* This area is the commarea of the statement history screen     * cstmhd01
001100* (SSTMH01P).  Staff start the screen from its own transaction  * cstmhd01
001200* and key the customer and account; a customer reaches it from  * cstmhd01
001300* the contact details screen, when SBANK00P passes the PID and  * cstmhd01
001400* its own session queue name and mode C so that PF3 returns to  * cstmhd01
001500* the banking session.  The rest carries the paging keys from   * cstmhd01
001600* one screen to the next.                                       * cstmhd01
001700***************************************************************** cstmhd01
001800   05  CSTMHD01-DATA.                                             cstmhd01
001900     10  CSTMHD01-SCREEN-STATUS          PIC X(1).                cstmhd01
002000       88  CSTMHD01-SCREEN-NOT-SENT      VALUE SPACE.             cstmhd01
002100       88  CSTMHD01-SCREEN-WAS-SENT      VALUE '1'.               cstmhd01
002200     10  CSTMHD01-MODE                   PIC X(1).                cstmhd01
002300       88  CSTMHD01-CUSTOMER             VALUE 'C'.               cstmhd01
002400     10  CSTMHD01-BANK-TSQ               PIC X(8).                cstmhd01
002500     10  CSTMHD01-PID                    PIC X(5).                cstmhd01
002600     10  CSTMHD01-ACCNO                  PIC X(9).                cstmhd01
002700     10  CSTMHD01-VIEW-SW                PIC X(1).                cstmhd01
002800       88  CSTMHD01-LISTING              VALUE 'L'.               cstmhd01
002900       88  CSTMHD01-VIEWING              VALUE 'V'.               cstmhd01
003000     10  CSTMHD01-NEXT-KEY               PIC X(23).               cstmhd01
003100     10  CSTMHD01-MORE                   PIC X(1).                cstmhd01
003200       88  CSTMHD01-MORE-YES             VALUE 'Y'.               cstmhd01
003300     10  CSTMHD01-LINE-KEY               PIC X(23)                cstmhd01
003400         OCCURS 8 TIMES.                                          cstmhd01
003500     10  CSTMHD01-STMT-KEY               PIC X(23).               cstmhd01
003600     10  CSTMHD01-VIEW-NEXT-KEY          PIC X(23).               cstmhd01
003700     10  CSTMHD01-VIEW-MORE              PIC X(1).                cstmhd01
003800       88  CSTMHD01-VIEW-MORE-YES        VALUE 'Y'.               cstmhd01
003900                                                                  cstmhd01
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cstmhd01
