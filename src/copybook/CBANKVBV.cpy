000100***************************************************************** cbankvbv
000200*                                                               * cbankvbv
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvbv
000400*                                                               * cbankvbv
000500***************************************************************** cbankvbv
000600                                                                  cbankvbv
000700***************************************************************** cbankvbv
000800* CBANKVBV.CPY                                                  * cbankvbv
000900*---------------------------------------------------------------* cbankvbv
001000* This is the record layout for the back-valued item register,  * cbankvbv
001100* BNKBVAL, keyed by account number and the timestamp of the     * cbankvbv
001200* BNKTXN entry that posted the item.  A balance correction on   * cbankvbv
001300* SBALC01P/DBANK22P, or an item on an inbound posting file      * cbankvbv
001400* (ZBNKDDP1, ZBNKWIR2 through UBVALREG), that carries a value   * cbankvbv
001500* date earlier than the day it posts is recorded here once the  * cbankvbv
001600* value date has passed the product's BAT-REC-BACKVAL-DAYS      * cbankvbv
001700* limit.  The nightly ZBNKODI1 run re-works the overdraft       * cbankvbv
001800* interest and the month-end ZBNKACR1 run the credit interest   * cbankvbv
001900* from the value date against the BNKBALH snapshots, each       * cbankvbv
002000* posting the difference as its own adjustment entry and        * cbankvbv
002100* marking its half of the row done with the amount.  ZBNKBVR1   * cbankvbv
002200* reports the rows and their interest effect.                   * cbankvbv
002300***************************************************************** cbankvbv
002400 05  BVL-RECORD                      PIC X(150).                  cbankvbv
002500 05  FILLER REDEFINES BVL-RECORD.                                 cbankvbv
002600   10  BVL-KEY.                                                   cbankvbv
002700     15  BVL-REC-ACCNO               PIC X(9).                    cbankvbv
002800     15  BVL-REC-TIMESTAMP           PIC X(26).                   cbankvbv
002900   10  BVL-REC-PID                   PIC X(5).                    cbankvbv
003000   10  BVL-REC-VALUE-DATE            PIC X(10).                   cbankvbv
003100   10  BVL-REC-POST-DATE             PIC X(10).                   cbankvbv
003200   10  BVL-REC-DAYS-BACK             PIC S9(3) COMP-3.            cbankvbv
003300   10  BVL-REC-AMOUNT                PIC S9(7)V99 COMP-3.         cbankvbv
003400   10  BVL-REC-SOURCE                PIC X(8).                    cbankvbv
003500   10  BVL-REC-USERID                PIC X(8).                    cbankvbv
003600   10  BVL-REC-DESC                  PIC X(30).                   cbankvbv
003700*      Overdraft half - re-worked by the nightly ZBNKODI1 run     cbankvbv
003800   10  BVL-REC-OD-STATUS             PIC X(1).                    cbankvbv
003900     88  BVL-OD-PENDING              VALUE 'P'.                   cbankvbv
004000     88  BVL-OD-ADJUSTED             VALUE 'A'.                   cbankvbv
004100     88  BVL-OD-NOT-APPLICABLE       VALUE 'N'.                   cbankvbv
004200   10  BVL-REC-OD-ADJ                PIC S9(7)V99 COMP-3.         cbankvbv
004300   10  BVL-REC-OD-ADJ-DATE           PIC X(10).                   cbankvbv
004400*      Credit half - re-worked by the month-end ZBNKACR1 run      cbankvbv
004500   10  BVL-REC-CR-STATUS             PIC X(1).                    cbankvbv
004600     88  BVL-CR-PENDING              VALUE 'P'.                   cbankvbv
004700     88  BVL-CR-ADJUSTED             VALUE 'A'.                   cbankvbv
004800     88  BVL-CR-NOT-APPLICABLE       VALUE 'N'.                   cbankvbv
004900   10  BVL-REC-CR-ADJ                PIC S9(7)V99 COMP-3.         cbankvbv
005000   10  BVL-REC-CR-ADJ-DATE           PIC X(10).                   cbankvbv
005100   10  BVL-REC-FILLER                PIC X(5).                    cbankvbv
005200                                                                  cbankvbv
005300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbv
