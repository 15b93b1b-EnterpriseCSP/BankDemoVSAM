000100***************************************************************** cbankvcl
000200*                                                               * cbankvcl
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvcl
000400*                                                               * cbankvcl
000500***************************************************************** cbankvcl
000600                                                                  cbankvcl
000700***************************************************************** cbankvcl
000800* CBANKVCL.CPY                                                  * cbankvcl
000900*---------------------------------------------------------------* cbankvcl
001000* This is the record layout for the loan collateral register,   * cbankvcl
001100* BNKCLAT.  One row per item of security pledged against a      * cbankvcl
001200* loan, keyed by the BNKLOAN loan-id and an item sequence, so a * cbankvcl
001300* loan may be secured by more than one asset.  Staff keep the   * cbankvcl
001400* rows through SCLAT01P/DBANK73P; the monthly ZBNKLTV1 run sets * cbankvcl
001500* the loan's outstanding balance against the appraised values   * cbankvcl
001600* and reports loans over the policy loan-to-value, valuations   * cbankvcl
001700* older than policy allows and insurance that has lapsed.  An   * cbankvcl
001800* item is released, not deleted, when the lien is discharged.   * cbankvcl
001900***************************************************************** cbankvcl
002000 05  CLT-RECORD                           PIC X(150).             cbankvcl
002100 05  FILLER REDEFINES CLT-RECORD.                                 cbankvcl
002200   10  CLT-KEY.                                                   cbankvcl
002300     15  CLT-REC-LOAN-ID                PIC X(26).                cbankvcl
002400     15  CLT-REC-SEQ                    PIC 9(2).                 cbankvcl
002500   10  CLT-REC-PID                      PIC X(5).                 cbankvcl
002600   10  CLT-REC-ASSET-TYPE               PIC X(1).                 cbankvcl
002700     88  CLT-ASSET-PROPERTY             VALUE 'P'.                cbankvcl
002800     88  CLT-ASSET-VEHICLE              VALUE 'V'.                cbankvcl
002900     88  CLT-ASSET-OTHER                VALUE 'O'.                cbankvcl
003000   10  CLT-REC-DESC                     PIC X(40).                cbankvcl
003100   10  CLT-REC-APPRAISED-VALUE          PIC S9(9)V99 COMP-3.      cbankvcl
003200   10  CLT-REC-VALUATION-DATE           PIC X(10).                cbankvcl
003300   10  CLT-REC-LIEN-POSITION            PIC 9(1).                 cbankvcl
003400   10  CLT-REC-INSURANCE-EXPIRY         PIC X(10).                cbankvcl
003500   10  CLT-REC-STATUS                   PIC X(1).                 cbankvcl
003600     88  CLT-STATUS-HELD                VALUE 'H'.                cbankvcl
003700     88  CLT-STATUS-RELEASED            VALUE 'R'.                cbankvcl
003800   10  CLT-REC-MAINT-DATE               PIC X(10).                cbankvcl
003900   10  CLT-REC-MAINT-USER               PIC X(8).                 cbankvcl
004000   10  CLT-REC-FILLER                   PIC X(30).                cbankvcl
004100                                                                  cbankvcl
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcl
