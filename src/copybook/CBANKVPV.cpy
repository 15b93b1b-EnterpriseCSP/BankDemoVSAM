000100***************************************************************** cbankvpv
000200*                                                               * cbankvpv
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvpv
000400*                                                               * cbankvpv
000500***************************************************************** cbankvpv
000600                                                                  cbankvpv
000700***************************************************************** cbankvpv
000800* CBANKVPV.CPY                                                  * cbankvpv
000900*---------------------------------------------------------------* cbankvpv
001000* This is the record layout for the loan-loss provision file,   * cbankvpv
001100* BNKPROV.  One row per loan the month-end ZBNKECL1 run has     * cbankvpv
001200* provisioned, keyed by the BNKLOAN loan-id, carrying the stage * cbankvpv
001300* and provision set for the latest month and those of the month * cbankvpv
001400* before, so the run can post the movement and report how the   * cbankvpv
001500* book migrated between stages.  A rerun for the same month     * cbankvpv
001600* recomputes against the prior figures it finds already saved.  * cbankvpv
001700* Stage W marks a loan charged off and P one repaid since; each * cbankvpv
001800* carries a nil provision.                                      * cbankvpv
001900***************************************************************** cbankvpv
002000 05  PRV-RECORD                           PIC X(100).             cbankvpv
002100 05  FILLER REDEFINES PRV-RECORD.                                 cbankvpv
002200   10  PRV-KEY.                                                   cbankvpv
002300     15  PRV-REC-LOAN-ID                PIC X(26).                cbankvpv
002400   10  PRV-REC-PID                      PIC X(5).                 cbankvpv
002500   10  PRV-REC-PRODUCT                  PIC X(1).                 cbankvpv
002600   10  PRV-REC-MONTH                    PIC X(6).                 cbankvpv
002700   10  PRV-REC-STAGE                    PIC X(1).                 cbankvpv
002800     88  PRV-STAGE-WRITTEN-OFF          VALUE 'W'.                cbankvpv
002900     88  PRV-STAGE-REPAID               VALUE 'P'.                cbankvpv
003000   10  PRV-REC-BALANCE                  PIC S9(9)V99 COMP-3.      cbankvpv
003100   10  PRV-REC-COVERED                  PIC S9(9)V99 COMP-3.      cbankvpv
003200   10  PRV-REC-PROVISION                PIC S9(9)V99 COMP-3.      cbankvpv
003300   10  PRV-REC-PRIOR-MONTH              PIC X(6).                 cbankvpv
003400   10  PRV-REC-PRIOR-STAGE              PIC X(1).                 cbankvpv
003500   10  PRV-REC-PRIOR-PROVISION          PIC S9(9)V99 COMP-3.      cbankvpv
003600   10  PRV-REC-FILLER                   PIC X(30).                cbankvpv
003700                                                                  cbankvpv
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpv
