000100***************************************************************** cbankvbk
000200*                                                               * cbankvbk
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvbk
000400*                                                               * cbankvbk
000500***************************************************************** cbankvbk
000600                                                                  cbankvbk
000700***************************************************************** cbankvbk
000800* CBANKVBK.CPY                                                  * cbankvbk
000900*---------------------------------------------------------------* cbankvbk
001000* This is the record layout for the bankruptcy case file,       * cbankvbk
001100* BNKBKRP.  One row per customer who has filed: the chapter,    * cbankvbk
001200* the filing date and court reference lodged by staff through   * cbankvbk
001300* SBKRP01P/DBANK76P, and the discharge or dismissal date when   * cbankvbk
001400* the case closes.  While a case is active the collections,     * cbankvbk
001500* loan collection and fee runs leave the customer alone.  The   * cbankvbk
001600* notify flag marks a case lodged or closed since the nightly   * cbankvbk
001700* ZBNKBKR1 run last applied it to the customer's loans,         * cbankvbk
001800* collection cases and deposit accounts; that run clears it.    * cbankvbk
001900* A customer who files again after a case has closed reuses     * cbankvbk
002000* the row.                                                      * cbankvbk
002100***************************************************************** cbankvbk
002200                                                                  cbankvbk
002300 05  BKR-RECORD                           PIC X(120).             cbankvbk
002400 05  FILLER REDEFINES BKR-RECORD.                                 cbankvbk
002500   10  BKR-KEY.                                                   cbankvbk
002600     15  BKR-REC-PID                    PIC X(5).                 cbankvbk
002700   10  BKR-REC-CHAPTER                  PIC 9(2).                 cbankvbk
002800     88  BKR-CHAPTER-VALID            VALUE 7 11 12 13.           cbankvbk
002900     88  BKR-CHAPTER-LIQUIDATION      VALUE 7.                    cbankvbk
003000   10  BKR-REC-FILING-DATE              PIC X(10).                cbankvbk
003100   10  BKR-REC-COURT-REF                PIC X(20).                cbankvbk
003200   10  BKR-REC-STATUS                   PIC X(1).                 cbankvbk
003300     88  BKR-CASE-ACTIVE              VALUE 'A'.                  cbankvbk
003400     88  BKR-CASE-DISCHARGED          VALUE 'D'.                  cbankvbk
003500     88  BKR-CASE-DISMISSED           VALUE 'X'.                  cbankvbk
003600     88  BKR-CASE-CLOSED              VALUE 'D' 'X'.              cbankvbk
003700   10  BKR-REC-CLOSE-DATE               PIC X(10).                cbankvbk
003800   10  BKR-REC-LODGE-DATE               PIC X(10).                cbankvbk
003900   10  BKR-REC-LODGE-USER               PIC X(8).                 cbankvbk
004000   10  BKR-REC-CLOSE-USER               PIC X(8).                 cbankvbk
004100   10  BKR-REC-NOTIFY                   PIC X(1).                 cbankvbk
004200     88  BKR-NOTIFY-LODGED            VALUE 'L'.                  cbankvbk
004300     88  BKR-NOTIFY-CLOSED            VALUE 'C'.                  cbankvbk
004400     88  BKR-NOTIFY-DONE              VALUE ' '.                  cbankvbk
004500   10  BKR-REC-APPLIED-DATE             PIC X(10).                cbankvbk
004600   10  BKR-REC-FILLER                   PIC X(35).                cbankvbk
004700                                                                  cbankvbk
004800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbk
