000100***************************************************************** cbankvpe
000200*                                                               * cbankvpe
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvpe
000400*                                                               * cbankvpe
000500***************************************************************** cbankvpe
000600                                                                  cbankvpe
000700***************************************************************** cbankvpe
000800* CBANKVPE.CPY                                                  * cbankvpe
000900*---------------------------------------------------------------* cbankvpe
001000* This is the record layout for the positive-pay enrolment      * cbankvpe
001100* file, BNKPPEN.  Keyed by the account owner's PID followed by  * cbankvpe
001200* an account number: a row with a blank account number holds    * cbankvpe
001300* the customer's settings (the default decision applied to an   * cbankvpe
001400* exception the customer has not decided by its cut-off), and   * cbankvpe
001500* a row per account enrols that account.  Maintained by         * cbankvpe
001600* DBANK70P from the SPPAY01P screen; read by the issued-cheque  * cbankvpe
001700* load ZBNKPPL1, the cheque clearing run ZBNKCHQ1 and the       * cbankvpe
001800* exception decision run ZBNKPPD1.                              * cbankvpe
001900***************************************************************** cbankvpe
002000                                                                  cbankvpe
002100 05  PPE-RECORD                           PIC X(60).              cbankvpe
002200 05  FILLER REDEFINES PPE-RECORD.                                 cbankvpe
002300   10  PPE-KEY.                                                   cbankvpe
002400     15  PPE-REC-PID                    PIC X(5).                 cbankvpe
002500     15  PPE-REC-ACCNO                  PIC X(9).                 cbankvpe
002600   10  PPE-REC-STATUS                 PIC X(1).                   cbankvpe
002700     88  PPE-STATUS-ACTIVE            VALUE 'A'.                  cbankvpe
002800     88  PPE-STATUS-WITHDRAWN         VALUE 'X'.                  cbankvpe
002900   10  PPE-REC-DEFAULT-DECISION       PIC X(1).                   cbankvpe
003000     88  PPE-DEFAULT-PAY              VALUE 'P'.                  cbankvpe
003100     88  PPE-DEFAULT-RETURN           VALUE 'R'.                  cbankvpe
003200   10  PPE-REC-ENROLLED-DATE          PIC X(10).                  cbankvpe
003300   10  PPE-REC-CHANGED-DATE           PIC X(10).                  cbankvpe
003400   10  PPE-REC-FILLER                 PIC X(24).                  cbankvpe
003500                                                                  cbankvpe
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpe
