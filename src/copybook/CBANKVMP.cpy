000100***************************************************************** cbankvmp
000200*                                                               * cbankvmp
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvmp
000400*                                                               * cbankvmp
000500***************************************************************** cbankvmp
000600                                                                  cbankvmp
000700***************************************************************** cbankvmp
000800* CBANKVMP.CPY                                                  * cbankvmp
000900*---------------------------------------------------------------* cbankvmp
001000* This is the record layout for the memo-post file, BNKMEMO.    * cbankvmp
001100* While the end-of-day batch holds the masters, the online      * cbankvmp
001200* transfer paths write one row per posting here through         * cbankvmp
001300* DBANK67P instead of updating BNKACC and BNKTXN.  The row is   * cbankvmp
001400* keyed by its capture timestamp, so the ZBNKMPA1 catch-up run  * cbankvmp
001500* applies the postings in the order they were taken.  Each leg  * cbankvmp
001600* carries its account and the timestamp as an alternate key     * cbankvmp
001700* (paths BNKMEMO1 and BNKMEMO2) so the memo balance of an       * cbankvmp
001800* account - ledger plus its pending memo items - is one browse  * cbankvmp
001900* per leg.  A row is never deleted - applied and rejected rows  * cbankvmp
002000* keep their state and reason for the audit trail.              * cbankvmp
002100***************************************************************** cbankvmp
002200                                                                  cbankvmp
002300 05  MP-RECORD                            PIC X(300).             cbankvmp
002400 05  FILLER REDEFINES MP-RECORD.                                  cbankvmp
002500   10  MP-KEY.                                                    cbankvmp
002600     15  MP-REC-TIMESTAMP               PIC X(26).                cbankvmp
002700   10  MP-REC-STATUS                  PIC X(1).                   cbankvmp
002800     88  MP-STATUS-PENDING            VALUE 'P'.                  cbankvmp
002900     88  MP-STATUS-APPLIED            VALUE 'A'.                  cbankvmp
003000     88  MP-STATUS-REJECTED           VALUE 'R'.                  cbankvmp
003100   10  MP-REC-SOURCE                  PIC X(8).                   cbankvmp
003200   10  MP-REC-POSTING-DATE            PIC X(8).                   cbankvmp
003300   10  MP-REC-TXN-TYPE                PIC X(1).                   cbankvmp
003400   10  MP-REC-FROM-KEY.                                           cbankvmp
003500     15  MP-REC-FROM-ACCNO            PIC X(9).                   cbankvmp
003600     15  MP-REC-FROM-TIMESTAMP        PIC X(26).                  cbankvmp
003700   10  MP-REC-FROM-PID                PIC X(5).                   cbankvmp
003800   10  MP-REC-FROM-AMOUNT             PIC S9(7)V99 COMP-3.        cbankvmp
003900   10  MP-REC-FROM-DESC               PIC X(30).                  cbankvmp
004000   10  MP-REC-TO-KEY.                                             cbankvmp
004100     15  MP-REC-TO-ACCNO              PIC X(9).                   cbankvmp
004200     15  MP-REC-TO-TIMESTAMP          PIC X(26).                  cbankvmp
004300   10  MP-REC-TO-PID                  PIC X(5).                   cbankvmp
004400   10  MP-REC-TO-AMOUNT               PIC S9(7)V99 COMP-3.        cbankvmp
004500   10  MP-REC-TO-DESC                 PIC X(30).                  cbankvmp
004600   10  MP-REC-PAYMENT-REF             PIC X(16).                  cbankvmp
004700   10  MP-REC-BRANCH-CODE             PIC X(3).                   cbankvmp
004800   10  MP-REC-OD-FEE-AMOUNT           PIC S9(7)V99 COMP-3.        cbankvmp
004900   10  MP-REC-APPLIED-DATE            PIC X(10).                  cbankvmp
005000   10  MP-REC-REASON                  PIC X(30).                  cbankvmp
005100   10  MP-REC-FILLER                  PIC X(42).                  cbankvmp
005200                                                                  cbankvmp
005300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvmp
