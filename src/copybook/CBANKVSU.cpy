001100* file, BNKSUSP.  The nightly reconciliations post every new    * cbankvsu
001200* break here instead of letting it vanish into an old report    * cbankvsu
001300* file: source 'T' is the transaction reconciliation, 'A' the   * cbankvsu
001400* ATM cash reconciliation, 'N' the nostro reconciliation        * cbankvsu
001450* against the correspondent's statement.  The offsetting        * cbankvsu
001470* BNKTXN entry the same run writes carries the amount into      * cbankvsu
001500* the suspense GL account through the ZBNKGLF1 feed,            * cbankvsu
001600* operations matches or writes items off through SSUSP01P,      * cbankvsu
001700* and the weekly ZBNKSUS1 aging report escalates anything       * cbankvsu
001800* open past ten business days.                                  * cbankvsu
001900***************************************************************** cbankvsu
002000                                                                  cbankvsu
002100 05  SUS-RECORD                           PIC X(100).             cbankvsu
002500   10  SUS-REC-SOURCE                 PIC X(1).                   cbankvsu
002600     88  SUS-SOURCE-TXN-RECON         VALUE 'T'.                  cbankvsu
002700     88  SUS-SOURCE-ATM-RECON         VALUE 'A'.                  cbankvsu
002750     88  SUS-SOURCE-NOSTRO-RECON      VALUE 'N'.                  cbankvsu
002800   10  SUS-REC-STATUS                 PIC X(1).                   cbankvsu
002900     88  SUS-STATUS-OPEN              VALUE 'O'.                  cbankvsu
003000     88  SUS-STATUS-MATCHED           VALUE 'M'.                  cbankvsu
