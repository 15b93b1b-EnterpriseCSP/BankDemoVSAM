000100***************************************************************** cbankvla
000200*                                                               * cbankvla
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvla
000400*                                                               * cbankvla
000500***************************************************************** cbankvla
000600                                                                  cbankvla
000700***************************************************************** cbankvla
000800* CBANKVLA.CPY                                                  * cbankvla
000900*---------------------------------------------------------------* cbankvla
001000* This is the record layout for the loan application file,      * cbankvla
001100* BNKLAPP.  One row per application taken by staff through      * cbankvla
001200* SLAPP01P/DBANK75P, keyed by the applicant's PID and the       * cbankvla
001300* capture timestamp so a customer's applications browse         * cbankvla
001400* together.  The stated income and obligations, bureau score    * cbankvla
001500* and the quoted terms are kept with the risk tier, debt-to-    * cbankvla
001600* income ratio and decision worked out from them, together with * cbankvla
001700* up to four principal reasons for a decline.  DBANKLNP will    * cbankvla
001800* only originate a loan against an approved application, and    * cbankvla
001900* marks it originated with the new loan-id.  The nightly        * cbankvla
002000* ZBNKAAN1 run prints the adverse-action notice for a decline   * cbankvla
002100* and stamps the notice date, and reports the pipeline.         * cbankvla
002200***************************************************************** cbankvla
002300 05  APP-RECORD                           PIC X(200).             cbankvla
002400 05  FILLER REDEFINES APP-RECORD.                                 cbankvla
002500   10  APP-KEY.                                                   cbankvla
002600     15  APP-REC-PID                    PIC X(5).                 cbankvla
002700     15  APP-REC-APP-ID                 PIC X(26).                cbankvla
002800   10  APP-REC-STATUS                   PIC X(1).                 cbankvla
002900     88  APP-STATUS-APPROVED            VALUE 'A'.                cbankvla
003000     88  APP-STATUS-REFERRED            VALUE 'R'.                cbankvla
003100     88  APP-STATUS-DECLINED            VALUE 'D'.                cbankvla
003200     88  APP-STATUS-ORIGINATED          VALUE 'O'.                cbankvla
003300   10  APP-REC-CAPTURE-DATE             PIC X(10).                cbankvla
003400   10  APP-REC-CAPTURE-USER             PIC X(8).                 cbankvla
003500   10  APP-REC-AMOUNT                   PIC S9(7) COMP-3.         cbankvla
003600   10  APP-REC-RATE                     PIC S9(3)V9(3) COMP-3.    cbankvla
003700   10  APP-REC-TERM                     PIC S9(5) COMP-3.         cbankvla
003800   10  APP-REC-MONTHLY-PAYMENT          PIC S9(6)V99 COMP-3.      cbankvla
003900   10  APP-REC-MONTHLY-INCOME           PIC S9(7)V99 COMP-3.      cbankvla
004000   10  APP-REC-MONTHLY-OBLIGATIONS      PIC S9(7)V99 COMP-3.      cbankvla
004100   10  APP-REC-CREDIT-SCORE             PIC 9(3).                 cbankvla
004200   10  APP-REC-RISK-TIER                PIC X(1).                 cbankvla
004300     88  APP-TIER-PRIME                 VALUE 'A'.                cbankvla
004400     88  APP-TIER-NEAR-PRIME            VALUE 'B'.                cbankvla
004500     88  APP-TIER-SUBPRIME              VALUE 'C'.                cbankvla
004600     88  APP-TIER-INELIGIBLE            VALUE 'D'.                cbankvla
004700   10  APP-REC-DTI-PCT                  PIC S9(3)V99 COMP-3.      cbankvla
004800   10  APP-REC-REASONS.                                           cbankvla
004900     15  APP-REC-REASON                 PIC X(2)                  cbankvla
005000         OCCURS 4 TIMES.                                          cbankvla
005100       88  APP-REASON-SCORE             VALUE '01'.               cbankvla
005200       88  APP-REASON-DTI               VALUE '02'.               cbankvla
005300       88  APP-REASON-INCOME            VALUE '03'.               cbankvla
005400       88  APP-REASON-UNVERIFIED        VALUE '04'.               cbankvla
005500       88  APP-REASON-DELINQUENT        VALUE '05'.               cbankvla
005600   10  APP-REC-DECIDED-BY               PIC X(1).                 cbankvla
005700     88  APP-DECIDED-BY-SYSTEM          VALUE 'S'.                cbankvla
005800     88  APP-DECIDED-BY-UNDERWRITER     VALUE 'U'.                cbankvla
005900   10  APP-REC-DECISION-DATE            PIC X(10).                cbankvla
006000   10  APP-REC-DECISION-USER            PIC X(8).                 cbankvla
006100   10  APP-REC-LOAN-ID                  PIC X(26).                cbankvla
006200   10  APP-REC-NOTICE-DATE              PIC X(10).                cbankvla
006300   10  APP-REC-FILLER                   PIC X(54).                cbankvla
006400                                                                  cbankvla
006500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvla
