000100***************************************************************** cbankvvp
000200*                                                               * cbankvvp
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvvp
000400*                                                               * cbankvvp
000500***************************************************************** cbankvvp
000600                                                                  cbankvvp
000700***************************************************************** cbankvvp
000800* CBANKVVP.CPY                                                  * cbankvvp
000900*---------------------------------------------------------------* cbankvvp
001000* This is the record layout for the branch vault position file, * cbankvvp
001100* BNKVLTP - one row for each branch and note or coin            * cbankvvp
001200* denomination held in its vault.  The opening balance is the   * cbankvvp
001300* position struck by the last ZBNKVLT1 daily run; since then    * cbankvvp
001400* every cash movement recorded through SVALT01P via DBANKVTP is * cbankvvp
001500* added to its own running total - teller drawer buys (cash the * cbankvvp
001600* vault issues to a drawer) and sells (cash a drawer hands back * cbankvvp
001700* to the vault), ATM cassette loads and unloads, deliveries     * cbankvvp
001800* received from the cash centre and shipments returned to it -  * cbankvvp
001900* so the current vault balance is always the opening balance    * cbankvvp
002000* plus what came in less what went out.  ZBNKVLT1 strikes the   * cbankvvp
002100* closing position, keeps a smoothed average of the net cash    * cbankvvp
002200* the branch's tellers draw each day, and rolls the row forward * cbankvvp
002300* for the next business day.                                    * cbankvvp
002400***************************************************************** cbankvvp
002500 05  VLT-RECORD                    PIC X(120).                    cbankvvp
002600 05  FILLER REDEFINES VLT-RECORD.                                 cbankvvp
002700   10  VLT-KEY.                                                   cbankvvp
002800     15  VLT-REC-BRANCH            PIC X(3).                      cbankvvp
002900     15  VLT-REC-DENOM             PIC X(4).                      cbankvvp
003000       88  VLT-DENOM-VALID         VALUE '0100' '0050' '0020'     cbankvvp
003100                                         '0010' '0005' '0001'     cbankvvp
003200                                         'COIN'.                  cbankvvp
003300   10  VLT-REC-OPEN-BAL            PIC S9(9)V99 COMP-3.           cbankvvp
003400   10  VLT-REC-DRAWER-BUYS         PIC S9(9)V99 COMP-3.           cbankvvp
003500   10  VLT-REC-DRAWER-SELLS        PIC S9(9)V99 COMP-3.           cbankvvp
003600   10  VLT-REC-ATM-LOADS           PIC S9(9)V99 COMP-3.           cbankvvp
003700   10  VLT-REC-ATM-UNLOADS         PIC S9(9)V99 COMP-3.           cbankvvp
003800   10  VLT-REC-CC-RECEIVED         PIC S9(9)V99 COMP-3.           cbankvvp
003900   10  VLT-REC-CC-RETURNED         PIC S9(9)V99 COMP-3.           cbankvvp
004000   10  VLT-REC-CLOSE-DATE          PIC X(10).                     cbankvvp
004100   10  VLT-REC-CLOSE-BAL           PIC S9(9)V99 COMP-3.           cbankvvp
004200   10  VLT-REC-TELLER-AVG          PIC S9(9)V99 COMP-3.           cbankvvp
004300   10  VLT-REC-TELLER-DAYS         PIC S9(3) COMP-3.              cbankvvp
004400   10  VLT-REC-LAST-MOVE-TS        PIC X(26).                     cbankvvp
004500   10  VLT-REC-FILLER              PIC X(21).                     cbankvvp
004600                                                                  cbankvvp
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvvp
