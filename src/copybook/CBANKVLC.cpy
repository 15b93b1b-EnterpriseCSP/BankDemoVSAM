000100***************************************************************** cbankvlc
000200*                                                               * cbankvlc
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvlc
000400*                                                               * cbankvlc
000500***************************************************************** cbankvlc
000600                                                                  cbankvlc
000700***************************************************************** cbankvlc
000800* CBANKVLC.CPY                                                  * cbankvlc
000900*---------------------------------------------------------------* cbankvlc
001000* Record layout for file BNKLOC, the revolving line of credit   * cbankvlc
001100* master.  One row per line, keyed by the loan-id of the        * cbankvlc
001200* BNKLOAN row (product 'R') that ZBNKLOC1 writes when a LOCIN   * cbankvlc
001300* card opens the line, so the aging and collections runs see    * cbankvlc
001400* the line as they see any loan.  The drawn balance includes    * cbankvlc
001450* interest once it is billed; ZBNKLOC1 accrues interest         * cbankvlc
001500* nightly into the accrued field and at each cycle close        * cbankvlc
001600* bills it, works out the minimum payment and due date and      * cbankvlc
001700* writes the minimum to BNKLNSCH as the line's next schedule    * cbankvlc
001800* row.  Payments toward a minimum not yet covered wait in the   * cbankvlc
001900* payment credit.                                               * cbankvlc
002000***************************************************************** cbankvlc
002100 05  LOC-RECORD                           PIC X(150).             cbankvlc
002200 05  FILLER REDEFINES LOC-RECORD.                                 cbankvlc
002300   10  LOC-KEY.                                                   cbankvlc
002400     15  LOC-REC-LOAN-ID                PIC X(26).                cbankvlc
002500   10  LOC-REC-PID                    PIC X(5).                   cbankvlc
002600   10  LOC-REC-ACCNO                  PIC X(9).                   cbankvlc
002700   10  LOC-REC-STATUS                 PIC X(1).                   cbankvlc
002800     88  LOC-STATUS-OPEN              VALUE 'O'.                  cbankvlc
002900     88  LOC-STATUS-FROZEN            VALUE 'F'.                  cbankvlc
003000     88  LOC-STATUS-CLOSED            VALUE 'C'.                  cbankvlc
003100   10  LOC-REC-LIMIT                  PIC S9(7)V99 COMP-3.        cbankvlc
003200   10  LOC-REC-DRAWN                  PIC S9(7)V99 COMP-3.        cbankvlc
003300   10  LOC-REC-ACCRUED                PIC S9(7)V9(4) COMP-3.      cbankvlc
003400   10  LOC-REC-ACCRUAL-DATE           PIC X(10).                  cbankvlc
003500   10  LOC-REC-CYCLE-NO               PIC 9(5).                   cbankvlc
003600   10  LOC-REC-STMT-DATE              PIC X(10).                  cbankvlc
003700   10  LOC-REC-STMT-BALANCE           PIC S9(7)V99 COMP-3.        cbankvlc
003800   10  LOC-REC-MIN-DUE                PIC S9(7)V99 COMP-3.        cbankvlc
003900   10  LOC-REC-DUE-DATE               PIC X(10).                  cbankvlc
004000   10  LOC-REC-CYCLE-DRAWS            PIC S9(7)V99 COMP-3.        cbankvlc
004100   10  LOC-REC-CYCLE-PAYMENTS         PIC S9(7)V99 COMP-3.        cbankvlc
004200   10  LOC-REC-PAY-CREDIT             PIC S9(7)V99 COMP-3.        cbankvlc
004300   10  LOC-REC-FILLER                 PIC X(33).                  cbankvlc
004400                                                                  cbankvlc
004500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvlc
