000100***************************************************************** cbankvdi
000200*                                                               * cbankvdi
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvdi
000400*                                                               * cbankvdi
000500***************************************************************** cbankvdi
000600                                                                  cbankvdi
000700***************************************************************** cbankvdi
000800* CBANKVDI.CPY                                                  * cbankvdi
000900*---------------------------------------------------------------* cbankvdi
001000* This is the record layout for the deposited-items file,       * cbankvdi
001100* BNKDEPI.  One row per cheque drawn on another bank and        * cbankvdi
001200* deposited at the teller screen (STELL01P function C) -        * cbankvdi
001300* written by DBANK69P once the customer has been credited,      * cbankvdi
001400* keyed by the item reference the paying bank quotes back on    * cbankvdi
001500* a return.  The end-of-day ZBNKCQP1 run writes the deposited   * cbankvdi
001600* rows to the outbound presentment file and marks them          * cbankvdi
001700* presented; the ZBNKCQR1 returns run reverses a presented      * cbankvdi
001800* item sent back unpaid, charges the returned-item fee and      * cbankvdi
001900* marks it returned.  The availability hold placed at deposit   * cbankvdi
002000* is remembered by its BNKAVLH slot so a return can release     * cbankvdi
002100* it along with the money.                                      * cbankvdi
002200***************************************************************** cbankvdi
002300                                                                  cbankvdi
002400 05  DI-RECORD                            PIC X(200).             cbankvdi
002500 05  FILLER REDEFINES DI-RECORD.                                  cbankvdi
002600   10  DI-KEY.                                                    cbankvdi
002700     15  DI-REC-REF                     PIC X(16).                cbankvdi
002800   10  DI-REC-STATUS                  PIC X(1).                   cbankvdi
002900     88  DI-STATUS-DEPOSITED          VALUE 'D'.                  cbankvdi
003000     88  DI-STATUS-PRESENTED          VALUE 'P'.                  cbankvdi
003100     88  DI-STATUS-RETURNED           VALUE 'R'.                  cbankvdi
003200   10  DI-REC-PID                     PIC X(5).                   cbankvdi
003300   10  DI-REC-ACCNO                   PIC X(9).                   cbankvdi
003400   10  DI-REC-AMOUNT                  PIC S9(7)V99 COMP-3.        cbankvdi
003500   10  DI-REC-DRAWER-ROUTING          PIC X(9).                   cbankvdi
003600   10  DI-REC-DRAWER-ACCNO            PIC X(17).                  cbankvdi
003700   10  DI-REC-CHEQUE-SERIAL           PIC X(10).                  cbankvdi
003800   10  DI-REC-DEPOSIT-TIMESTAMP       PIC X(26).                  cbankvdi
003900   10  DI-REC-TELLER-USERID           PIC X(8).                   cbankvdi
004000   10  DI-REC-BRANCH-CODE             PIC X(3).                   cbankvdi
004100   10  DI-REC-HOLD-SEQ                PIC 9(2).                   cbankvdi
004200   10  DI-REC-HELD-AMOUNT             PIC S9(7)V99 COMP-3.        cbankvdi
004300   10  DI-REC-PRESENTED-DATE          PIC X(10).                  cbankvdi
004400   10  DI-REC-RETURNED-DATE           PIC X(10).                  cbankvdi
004500   10  DI-REC-RETURN-REASON           PIC X(3).                   cbankvdi
004600   10  DI-REC-FEE-AMOUNT              PIC S9(5)V99 COMP-3.        cbankvdi
004700   10  DI-REC-FILLER                  PIC X(57).                  cbankvdi
004800                                                                  cbankvdi
004900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvdi
