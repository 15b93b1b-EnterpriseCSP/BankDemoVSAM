000100***************************************************************** cbankvgl
000200*                                                               * cbankvgl
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvgl
000400*                                                               * cbankvgl
000500***************************************************************** cbankvgl
000600                                                                  cbankvgl
000700***************************************************************** cbankvgl
000800* CBANKVGL.CPY                                                  * cbankvgl
000900*---------------------------------------------------------------* cbankvgl
001000* This is the record layout for the savings goals file,         * cbankvgl
001100* BNKGOAL.  A customer may set money aside inside one savings   * cbankvgl
001200* account (type S) under up to eight named goals, each with a   * cbankvgl
001300* target amount and date and the part of the account balance    * cbankvgl
001400* allocated to it.  Whatever is not allocated to an active goal * cbankvgl
001500* is the account's unallocated balance, so the account balance  * cbankvgl
001600* is always the goals plus the unallocated amount.  Goal 00 is  * cbankvgl
001700* never held - it stands for the unallocated balance when money * cbankvgl
001800* is moved.  The auto amount is allocated from the unallocated  * cbankvgl
001900* balance once a month by ZBNKGOL1, AUTO-LAST holding the month * cbankvgl
002000* (YYYY-MM) it was last done; ZBNKACR1 shares the interest it   * cbankvgl
002100* credits across the goals in proportion to what each holds.    * cbankvgl
002200* A closed goal is kept for reference with nothing allocated.   * cbankvgl
002300***************************************************************** cbankvgl
002400 05  GOL-RECORD                  PIC X(100).                      cbankvgl
002500 05  FILLER REDEFINES GOL-RECORD.                                 cbankvgl
002600   10  GOL-KEY.                                                   cbankvgl
002700     15  GOL-REC-ACCNO           PIC X(9).                        cbankvgl
002800     15  GOL-REC-SEQ             PIC X(2).                        cbankvgl
002900   10  GOL-REC-STATUS            PIC X(1).                        cbankvgl
003000     88  GOL-STATUS-ACTIVE       VALUE 'A'.                       cbankvgl
003100     88  GOL-STATUS-CLOSED       VALUE 'C'.                       cbankvgl
003200   10  GOL-REC-NAME              PIC X(20).                       cbankvgl
003300   10  GOL-REC-TARGET-AMT        PIC S9(7)V99 COMP-3.             cbankvgl
003400   10  GOL-REC-TARGET-DATE       PIC X(10).                       cbankvgl
003500   10  GOL-REC-ALLOCATED         PIC S9(7)V99 COMP-3.             cbankvgl
003600   10  GOL-REC-AUTO-AMT          PIC S9(5)V99 COMP-3.             cbankvgl
003700   10  GOL-REC-AUTO-LAST         PIC X(7).                        cbankvgl
003800   10  GOL-REC-INT-TOTAL         PIC S9(7)V99 COMP-3.             cbankvgl
003900   10  GOL-REC-OPENED-DATE       PIC X(10).                       cbankvgl
004000   10  GOL-REC-STATUS-DATE       PIC X(10).                       cbankvgl
004100   10  GOL-REC-FILLER            PIC X(12).                       cbankvgl
004200                                                                  cbankvgl
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvgl
