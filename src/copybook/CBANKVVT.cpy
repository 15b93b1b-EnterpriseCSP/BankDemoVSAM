000100***************************************************************** cbankvvt
000200*                                                               * cbankvvt
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvvt
000400*                                                               * cbankvvt
000500***************************************************************** cbankvvt
000600                                                                  cbankvvt
000700***************************************************************** cbankvvt
000800* CBANKVVT.CPY                                                  * cbankvvt
000900*---------------------------------------------------------------* cbankvvt
001000* This is the record layout for the branch vault movement log,  * cbankvvt
001100* BNKVLTM - one row for every cash movement in or out of a      * cbankvvt
001200* branch vault, keyed by the branch and the time it was         * cbankvvt
001300* recorded.  Written by DBANKVTP as SVALT01P records each       * cbankvvt
001400* movement; the reference is the teller's userid for a drawer   * cbankvvt
001500* buy or sell, the ATM terminal id for a load or unload, and    * cbankvvt
001600* the cash centre's consignment reference for a delivery or a   * cbankvvt
001700* returned shipment.  The balance is the vault's holding of     * cbankvvt
001800* the denomination after the movement, so the log can be read   * cbankvvt
001900* back as the vault book.                                       * cbankvvt
002000***************************************************************** cbankvvt
002100 05  VMV-RECORD                    PIC X(100).                    cbankvvt
002200 05  FILLER REDEFINES VMV-RECORD.                                 cbankvvt
002300   10  VMV-KEY.                                                   cbankvvt
002400     15  VMV-REC-BRANCH            PIC X(3).                      cbankvvt
002500     15  VMV-REC-TIMESTAMP         PIC X(26).                     cbankvvt
002600   10  VMV-REC-TYPE                PIC X(1).                      cbankvvt
002700     88  VMV-TYPE-DRAWER-BUY       VALUE 'B'.                     cbankvvt
002800     88  VMV-TYPE-DRAWER-SELL      VALUE 'S'.                     cbankvvt
002900     88  VMV-TYPE-ATM-LOAD         VALUE 'L'.                     cbankvvt
003000     88  VMV-TYPE-ATM-UNLOAD       VALUE 'U'.                     cbankvvt
003100     88  VMV-TYPE-CC-RECEIVED      VALUE 'R'.                     cbankvvt
003200     88  VMV-TYPE-CC-RETURNED      VALUE 'X'.                     cbankvvt
003300   10  VMV-REC-DENOM               PIC X(4).                      cbankvvt
003400   10  VMV-REC-AMOUNT              PIC S9(7)V99 COMP-3.           cbankvvt
003500   10  VMV-REC-REFERENCE           PIC X(8).                      cbankvvt
003600   10  VMV-REC-USERID              PIC X(8).                      cbankvvt
003700   10  VMV-REC-BALANCE             PIC S9(9)V99 COMP-3.           cbankvvt
003800   10  VMV-REC-FILLER              PIC X(39).                     cbankvvt
003900                                                                  cbankvvt
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvvt
