000100***************************************************************** cbankvce
000200*                                                               * cbankvce
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvce
000400*                                                               * cbankvce
000500***************************************************************** cbankvce
000600                                                                  cbankvce
000700***************************************************************** cbankvce
000800* CBANKVCE.CPY                                                  * cbankvce
000900*---------------------------------------------------------------* cbankvce
001000* This is the record layout for the customer consent file,      * cbankvce
001100* BNKCONS.  One row per consent a customer has given a          * cbankvce
001200* third-party provider (BNKTPP) - the accounts it covers, the   * cbankvce
001300* scopes granted (balances, transactions, payment initiation)   * cbankvce
001400* and the date it expires.  The key is the consent token the    * cbankvce
001500* partner presents in place of the customer's password; the     * cbankvce
001600* alternate index path BNKCONS1 on the customer PID (with       * cbankvce
001700* duplicates) lists a customer's consents.  A revoked consent   * cbankvce
001800* stays on file for history.  DBANK87P grants, lists, revokes   * cbankvce
001900* and verifies consents; ZBNKCNS1 reports the ones expiring.    * cbankvce
002000***************************************************************** cbankvce
002100                                                                  cbankvce
002200 05  CNS-RECORD                           PIC X(150).             cbankvce
002300 05  FILLER REDEFINES CNS-RECORD.                                 cbankvce
002400   10  CNS-KEY.                                                   cbankvce
002500     15  CNS-REC-TOKEN                PIC X(16).                  cbankvce
002600   10  CNS-REC-PID                    PIC X(5).                   cbankvce
002700   10  CNS-REC-TPP-ID                 PIC X(8).                   cbankvce
002800   10  CNS-REC-ACCOUNTS.                                          cbankvce
002900     15  CNS-REC-ACCNO                PIC X(9)                    cbankvce
003000         OCCURS 5 TIMES.                                          cbankvce
003100   10  CNS-REC-SCOPE-BAL              PIC X(1).                   cbankvce
003200     88  CNS-SCOPE-BAL-GRANTED        VALUE 'Y'.                  cbankvce
003300   10  CNS-REC-SCOPE-TXN              PIC X(1).                   cbankvce
003400     88  CNS-SCOPE-TXN-GRANTED        VALUE 'Y'.                  cbankvce
003500   10  CNS-REC-SCOPE-PAY              PIC X(1).                   cbankvce
003600     88  CNS-SCOPE-PAY-GRANTED        VALUE 'Y'.                  cbankvce
003700   10  CNS-REC-GRANTED-DATE           PIC X(10).                  cbankvce
003800   10  CNS-REC-EXPIRY-DATE            PIC X(10).                  cbankvce
003900   10  CNS-REC-STATUS                 PIC X(1).                   cbankvce
004000     88  CNS-STATUS-ACTIVE            VALUE 'A'.                  cbankvce
004100     88  CNS-STATUS-REVOKED           VALUE 'R'.                  cbankvce
004200   10  CNS-REC-REVOKED-DATE           PIC X(10).                  cbankvce
004300   10  CNS-REC-LAST-USED              PIC X(26).                  cbankvce
004400   10  CNS-REC-FILLER                 PIC X(16).                  cbankvce
004500                                                                  cbankvce
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvce
