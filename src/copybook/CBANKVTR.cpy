000100***************************************************************** cbankvtr
000200*                                                               * cbankvtr
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvtr
000400*                                                               * cbankvtr
000500***************************************************************** cbankvtr
000600                                                                  cbankvtr
000700***************************************************************** cbankvtr
000800* CBANKVTR.CPY                                                  * cbankvtr
000900*---------------------------------------------------------------* cbankvtr
001000* This is the record layout for the customer tax residency      * cbankvtr
001100* file, BNKTAXR, keyed by the customer's PID.  It holds the     * cbankvtr
001200* customer's CRS/FATCA self-certification - up to three         * cbankvtr
001300* countries of tax residence, each with the foreign TIN or the  * cbankvtr
001400* reason none was given (A not issued by the country, B unable  * cbankvtr
001500* to obtain, C not required) - and the foreign indicia status   * cbankvtr
001600* from UTAXIND: N no indicia, F indicia with no                 * cbankvtr
001700* self-certification (needs remediation), C indicia cured by    * cbankvtr
001800* the self-certification.  Maintained through DBANK78P from the * cbankvtr
001900* onboarding screen and the contact details update; reported    * cbankvtr
002000* by the ZBNKCRS1 annual run.                                   * cbankvtr
002100***************************************************************** cbankvtr
002200                                                                  cbankvtr
002300 05  TXR-RECORD                           PIC X(250).             cbankvtr
002400 05  FILLER REDEFINES TXR-RECORD.                                 cbankvtr
002500   10  TXR-KEY.                                                   cbankvtr
002600     15  TXR-REC-PID                    PIC X(5).                 cbankvtr
002700   10  TXR-REC-CERT-STATUS              PIC X(1).                 cbankvtr
002800     88  TXR-CERT-RECEIVED            VALUE 'C'.                  cbankvtr
002900     88  TXR-CERT-NONE                VALUE ' '.                  cbankvtr
003000   10  TXR-REC-CERT-DATE                PIC X(10).                cbankvtr
003100   10  TXR-REC-INDICIA-STATUS           PIC X(1).                 cbankvtr
003200     88  TXR-INDICIA-NONE             VALUE 'N'.                  cbankvtr
003300     88  TXR-INDICIA-FOUND            VALUE 'F'.                  cbankvtr
003400     88  TXR-INDICIA-CURED            VALUE 'C'.                  cbankvtr
003500   10  TXR-REC-INDICIA-DATE             PIC X(10).                cbankvtr
003600   10  TXR-REC-INDICIA-REASON           PIC X(30).                cbankvtr
003700   10  TXR-REC-RES-COUNT                PIC 9(1).                 cbankvtr
003800   10  TXR-REC-RESIDENCE                OCCURS 3 TIMES.           cbankvtr
003900     15  TXR-REC-RES-CNTRY            PIC X(3).                   cbankvtr
004000     15  TXR-REC-RES-TIN              PIC X(20).                  cbankvtr
004100     15  TXR-REC-RES-NO-TIN           PIC X(1).                   cbankvtr
004200       88  TXR-NO-TIN-VALID           VALUE 'A' 'B' 'C'.          cbankvtr
004300   10  TXR-REC-UPDATE-DATE              PIC X(10).                cbankvtr
004400   10  TXR-REC-UPDATE-USER              PIC X(8).                 cbankvtr
004500   10  TXR-REC-FILLER                   PIC X(102).               cbankvtr
004600                                                                  cbankvtr
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtr
