000100***************************************************************** cbankvep
000200*                                                               * cbankvep
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvep
000400*                                                               * cbankvep
000500***************************************************************** cbankvep
000600                                                                  cbankvep
000700***************************************************************** cbankvep
000800* CBANKVEP.CPY                                                  * cbankvep
000900*---------------------------------------------------------------* cbankvep
001000* This is the record layout for the expected credit loss        * cbankvep
001100* parameter table, BNKECLP.  One row per loan product and       * cbankvep
001200* impairment stage giving the loss rate the month-end ZBNKECL1  * cbankvep
001300* provisioning run applies - one rate to the part of the        * cbankvep
001400* balance covered by collateral held on BNKCLAT and another to  * cbankvep
001500* the uncovered part.  Finance keep the rates through           * cbankvep
001600* SECLP01P/DBANK74P; the table is reference data, never         * cbankvep
001700* hard-coded in the run.                                        * cbankvep
001800***************************************************************** cbankvep
001900 05  EPR-RECORD                           PIC X(60).              cbankvep
002000 05  FILLER REDEFINES EPR-RECORD.                                 cbankvep
002100   10  EPR-KEY.                                                   cbankvep
002200     15  EPR-REC-PRODUCT                PIC X(1).                 cbankvep
002300     15  EPR-REC-STAGE                  PIC X(1).                 cbankvep
002400       88  EPR-STAGE-PERFORMING         VALUE '1'.                cbankvep
002500       88  EPR-STAGE-UNDERPERFORMING    VALUE '2'.                cbankvep
002600       88  EPR-STAGE-IMPAIRED           VALUE '3'.                cbankvep
002700   10  EPR-REC-DESC                     PIC X(20).                cbankvep
002800   10  EPR-REC-UNSECURED-RATE           PIC 9(3)V99 COMP-3.       cbankvep
002900   10  EPR-REC-SECURED-RATE             PIC 9(3)V99 COMP-3.       cbankvep
003000   10  EPR-REC-MAINT-DATE               PIC X(10).                cbankvep
003100   10  EPR-REC-MAINT-USER               PIC X(8).                 cbankvep
003200   10  EPR-REC-FILLER                   PIC X(14).                cbankvep
003300                                                                  cbankvep
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvep
