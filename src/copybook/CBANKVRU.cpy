000100***************************************************************** cbankvru
000200*                                                               * cbankvru
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvru
000400*                                                               * cbankvru
000500***************************************************************** cbankvru
000600                                                                  cbankvru
000700***************************************************************** cbankvru
000800* CBANKVRU.CPY                                                  * cbankvru
000900*---------------------------------------------------------------* cbankvru
001000* This is the record layout for the round-up savings enrolment  * cbankvru
001100* file, BNKRNDU, keyed by the spending account.  Every POS      * cbankvru
001200* purchase ZBNKPOS1 posts to an enrolled account - and every    * cbankvru
001300* ATM withdrawal through BCASH03P where ATM round-ups are taken * cbankvru
001400* - is rounded up to the next multiple of whole units, and the  * cbankvru
001500* difference is collected here as the pending amount.  ZBNKRUP1 * cbankvru
001600* moves the pending amount to the nominated savings account in  * cbankvru
001700* one transfer a day, unless that would take the spending       * cbankvru
001800* account below the threshold, and keeps the total moved for    * cbankvru
001900* this month and last for the statement.                        * cbankvru
002000***************************************************************** cbankvru
002100 05  RUP-RECORD                        PIC X(100).                cbankvru
002200 05  FILLER REDEFINES RUP-RECORD.                                 cbankvru
002300   10  RUP-REC-ACCNO                   PIC X(9).                  cbankvru
002400   10  RUP-REC-STATUS                  PIC X(1).                  cbankvru
002500     88  RUP-STATUS-ACTIVE             VALUE 'A'.                 cbankvru
002600     88  RUP-STATUS-STOPPED            VALUE 'S'.                 cbankvru
002700   10  RUP-REC-PID                     PIC X(5).                  cbankvru
002800   10  RUP-REC-SAVE-ACCNO              PIC X(9).                  cbankvru
002900   10  RUP-REC-MULTIPLE                PIC 9(3).                  cbankvru
003000   10  RUP-REC-ATM                     PIC X(1).                  cbankvru
003100     88  RUP-ATM-INCLUDED              VALUE 'Y'.                 cbankvru
003200   10  RUP-REC-THRESHOLD               PIC S9(7)V99 COMP-3.       cbankvru
003300   10  RUP-REC-PENDING-AMT             PIC S9(7)V99 COMP-3.       cbankvru
003400   10  RUP-REC-PENDING-CNT             PIC S9(5) COMP-3.          cbankvru
003500   10  RUP-REC-LAST-XFER-DATE          PIC X(10).                 cbankvru
003600   10  RUP-REC-MONTH                   PIC X(7).                  cbankvru
003700   10  RUP-REC-MONTH-AMT               PIC S9(7)V99 COMP-3.       cbankvru
003800   10  RUP-REC-PRIOR-MONTH             PIC X(7).                  cbankvru
003900   10  RUP-REC-PRIOR-AMT               PIC S9(7)V99 COMP-3.       cbankvru
004000   10  RUP-REC-ENROLLED-DATE           PIC X(10).                 cbankvru
004100   10  RUP-REC-FILLER                  PIC X(15).                 cbankvru
004200                                                                  cbankvru
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvru
