000100***************************************************************** cbankvpr
000200*                                                               * cbankvpr
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvpr
000400*                                                               * cbankvpr
000500***************************************************************** cbankvpr
000600                                                                  cbankvpr
000700***************************************************************** cbankvpr
000800* CBANKVPR.CPY                                                  * cbankvpr
000900*---------------------------------------------------------------* cbankvpr
001000* This is the record layout for the positive-pay register,      * cbankvpr
001100* BNKPPAY.  One row per cheque an enrolled corporate customer   * cbankvpr
001200* has told us it issued, keyed by account number and cheque     * cbankvpr
001300* serial.  Rows are loaded from the customer's issued-cheque    * cbankvpr
001400* file by ZBNKPPL1 (which also voids them on request) and       * cbankvpr
001500* marked paid by ZBNKCHQ1 when the matching item is presented.  * cbankvpr
001600* A row is never deleted - paid and voided rows keep their      * cbankvpr
001700* state so a second presentment of the serial is caught.        * cbankvpr
001800***************************************************************** cbankvpr
001900                                                                  cbankvpr
002000 05  PPR-RECORD                           PIC X(100).             cbankvpr
002100 05  FILLER REDEFINES PPR-RECORD.                                 cbankvpr
002200   10  PPR-KEY.                                                   cbankvpr
002300     15  PPR-REC-ACCNO                  PIC X(9).                 cbankvpr
002400     15  PPR-REC-SERIAL                 PIC X(6).                 cbankvpr
002500   10  PPR-REC-STATUS                 PIC X(1).                   cbankvpr
002600     88  PPR-STATUS-ISSUED            VALUE 'I'.                  cbankvpr
002700     88  PPR-STATUS-PAID              VALUE 'P'.                  cbankvpr
002800     88  PPR-STATUS-VOID              VALUE 'V'.                  cbankvpr
002900   10  PPR-REC-PID                    PIC X(5).                   cbankvpr
003000   10  PPR-REC-AMOUNT                 PIC S9(7)V99 COMP-3.        cbankvpr
003100   10  PPR-REC-PAYEE                  PIC X(30).                  cbankvpr
003200   10  PPR-REC-ISSUE-DATE             PIC X(10).                  cbankvpr
003300   10  PPR-REC-LOAD-DATE              PIC X(10).                  cbankvpr
003400   10  PPR-REC-PAID-DATE              PIC X(10).                  cbankvpr
003500   10  PPR-REC-FILLER                 PIC X(14).                  cbankvpr
003600                                                                  cbankvpr
003700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpr
