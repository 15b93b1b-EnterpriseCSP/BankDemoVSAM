000100***************************************************************** cbankvtp
000200*                                                               * cbankvtp
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvtp
000400*                                                               * cbankvtp
000500***************************************************************** cbankvtp
000600                                                                  cbankvtp
000700***************************************************************** cbankvtp
000800* CBANKVTP.CPY                                                  * cbankvtp
000900*---------------------------------------------------------------* cbankvtp
001000* This is the record layout for the third-party provider        * cbankvtp
001100* registry, BNKTPP.  One row per partner the bank has approved  * cbankvtp
001200* to call the web and MQ inquiry services on a customer's       * cbankvtp
001300* behalf - its registration, contact, status and the scopes it  * cbankvtp
001400* is approved for.  A customer can only grant a partner scopes  * cbankvtp
001500* it is approved for, and a suspended partner's consents stop   * cbankvtp
001600* working at once without being revoked one by one.  Staff      * cbankvtp
001700* maintain the registry through STPPR01P and DBANK88P.          * cbankvtp
001800***************************************************************** cbankvtp
001900                                                                  cbankvtp
002000 05  TPP-RECORD                           PIC X(100).             cbankvtp
002100 05  FILLER REDEFINES TPP-RECORD.                                 cbankvtp
002200   10  TPP-KEY.                                                   cbankvtp
002300     15  TPP-REC-ID                   PIC X(8).                   cbankvtp
002400   10  TPP-REC-NAME                   PIC X(30).                  cbankvtp
002500   10  TPP-REC-REG-NO                 PIC X(15).                  cbankvtp
002600   10  TPP-REC-CONTACT                PIC X(20).                  cbankvtp
002700   10  TPP-REC-STATUS                 PIC X(1).                   cbankvtp
002800     88  TPP-STATUS-APPROVED          VALUE 'A'.                  cbankvtp
002900     88  TPP-STATUS-SUSPENDED         VALUE 'S'.                  cbankvtp
003000   10  TPP-REC-SCOPE-BAL              PIC X(1).                   cbankvtp
003100     88  TPP-SCOPE-BAL-OK             VALUE 'Y'.                  cbankvtp
003200   10  TPP-REC-SCOPE-TXN              PIC X(1).                   cbankvtp
003300     88  TPP-SCOPE-TXN-OK             VALUE 'Y'.                  cbankvtp
003400   10  TPP-REC-SCOPE-PAY              PIC X(1).                   cbankvtp
003500     88  TPP-SCOPE-PAY-OK             VALUE 'Y'.                  cbankvtp
003600   10  TPP-REC-APPROVED-DATE          PIC X(10).                  cbankvtp
003700   10  TPP-REC-FILLER                 PIC X(13).                  cbankvtp
003800                                                                  cbankvtp
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtp
