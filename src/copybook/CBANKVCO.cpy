001500* nightly run marks each promise kept or broken from the        * cbankvco
001600* actual BNKTXN loan-payment postings.  The case closes when    * cbankvco
001700* the loan comes current.                                       * cbankvco
001733* A case is stayed, and left untouched, while the borrower has  * cbankvco
001766* an active bankruptcy case on BNKBKRP.                         * cbankvco
001800***************************************************************** cbankvco
001900                                                                  cbankvco
002000 05  COL-RECORD                           PIC X(100).             cbankvco
002500   10  COL-REC-STATUS                 PIC X(1).                   cbankvco
002600     88  COL-CASE-OPEN                VALUE 'O'.                  cbankvco
002700     88  COL-CASE-CLOSED              VALUE 'C'.                  cbankvco
002750     88  COL-CASE-STAYED              VALUE 'S'.                  cbankvco
002800   10  COL-REC-BUCKET                 PIC 9(1).                   cbankvco
002900   10  COL-REC-ESC-LEVEL              PIC 9(1).                   cbankvco
003000   10  COL-REC-DAYS-DELINQ            PIC S9(5) COMP-3.           cbankvco
