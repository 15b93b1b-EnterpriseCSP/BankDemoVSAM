000100***************************************************************** cbankvaf
000200*                                                               * cbankvaf
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvaf
000400*                                                               * cbankvaf
000500***************************************************************** cbankvaf
000600                                                                  cbankvaf
000700***************************************************************** cbankvaf
000800* CBANKVAF.CPY                                                  * cbankvaf
000900*---------------------------------------------------------------* cbankvaf
001000* This is the record layout for the ATM replenishment forecast  * cbankvaf
001100* extract, ATMFCST, written by ZBNKATM2 with one row for each   * cbankvaf
001200* terminal on the terminal master it has journal history for.   * cbankvaf
001300* Where the terminal's last cassette load has been recorded the * cbankvaf
001400* row carries the cash left in the machine (the load less what  * cbankvaf
001500* it has dispensed since) and, when that will not see the       * cbankvaf
001600* machine through the next day with a day to spare, marks it    * cbankvaf
001700* due for a reload and gives the cash the branch vault must     * cbankvaf
001800* find - a full cassette less the cash that comes back out of   * cbankvaf
001900* the machine.  Read by the ZBNKVLT1 daily vault run.           * cbankvaf
002000***************************************************************** cbankvaf
002100 05  ATF-RECORD                    PIC X(80).                     cbankvaf
002200 05  FILLER REDEFINES ATF-RECORD.                                 cbankvaf
002300   10  ATF-TERMID                  PIC X(4).                      cbankvaf
002400   10  ATF-BRANCH-CODE             PIC X(3).                      cbankvaf
002500   10  ATF-AVG-DAY                 PIC 9(7)V99.                   cbankvaf
002600   10  ATF-LOAD-KNOWN              PIC X(1).                      cbankvaf
002700     88  ATF-LOAD-RECORDED         VALUE 'Y'.                     cbankvaf
002800   10  ATF-CASH-LEFT               PIC S9(7)V99.                  cbankvaf
002900   10  ATF-DUE                     PIC X(1).                      cbankvaf
003000     88  ATF-DUE-RELOAD            VALUE 'Y'.                     cbankvaf
003100   10  ATF-RELOAD-AMT              PIC 9(7)V99.                   cbankvaf
003200   10  ATF-RUN-DATE                PIC X(10).                     cbankvaf
003300   10  ATF-FILLER                  PIC X(34).                     cbankvaf
003400                                                                  cbankvaf
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvaf
