000100***************************************************************** cbankvvo
000200*                                                               * cbankvvo
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvvo
000400*                                                               * cbankvvo
000500***************************************************************** cbankvvo
000600                                                                  cbankvvo
000700***************************************************************** cbankvvo
000800* CBANKVVO.CPY                                                  * cbankvvo
000900*---------------------------------------------------------------* cbankvvo
001000* This is the record layout for the cash-centre order file,     * cbankvvo
001100* CASHORD, written by the ZBNKVLT1 daily vault run and sent to  * cbankvvo
001200* the cash centre in place of the telephoned orders.  One row   * cbankvvo
001300* per branch and denomination that needs cash delivered (an     * cbankvvo
001400* order) or has cash to send back (a return shipment), for the  * cbankvvo
001500* next business day.  Note amounts are whole straps of one      * cbankvvo
001600* hundred notes and coin is in whole bags.                      * cbankvvo
001700***************************************************************** cbankvvo
001800 05  CSO-RECORD                    PIC X(80).                     cbankvvo
001900 05  FILLER REDEFINES CSO-RECORD.                                 cbankvvo
002000   10  CSO-BRANCH                  PIC X(3).                      cbankvvo
002100   10  CSO-DENOM                   PIC X(4).                      cbankvvo
002200   10  CSO-TYPE                    PIC X(1).                      cbankvvo
002300     88  CSO-TYPE-ORDER            VALUE 'O'.                     cbankvvo
002400     88  CSO-TYPE-RETURN           VALUE 'R'.                     cbankvvo
002500   10  CSO-AMOUNT                  PIC 9(9)V99.                   cbankvvo
002600   10  CSO-DELIVERY-DATE           PIC X(10).                     cbankvvo
002700   10  CSO-RUN-DATE                PIC X(10).                     cbankvvo
002800   10  CSO-BRANCH-NAME             PIC X(25).                     cbankvvo
002900   10  CSO-FILLER                  PIC X(16).                     cbankvvo
003000                                                                  cbankvvo
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvvo
