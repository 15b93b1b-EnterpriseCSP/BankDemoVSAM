000100***************************************************************** cbankvpx
000200*                                                               * cbankvpx
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvpx
000400*                                                               * cbankvpx
000500***************************************************************** cbankvpx
000600                                                                  cbankvpx
000700***************************************************************** cbankvpx
000800* CBANKVPX.CPY                                                  * cbankvpx
000900*---------------------------------------------------------------* cbankvpx
001000* This is the record layout for the positive-pay exceptions     * cbankvpx
001100* file, BNKPPEX.  ZBNKCHQ1 writes a held row here, instead of   * cbankvpx
001200* posting, for a presented item on an enrolled account that is  * cbankvpx
001300* not on the register or does not match it.  The customer       * cbankvpx
001400* decides pay or return on SPPAY01P (via DBANK70P) up to the    * cbankvpx
001500* cut-off date; the ZBNKPPD1 run then pays or returns every     * cbankvpx
001600* decided row, applies the customer's default decision to any   * cbankvpx
001700* row still undecided at its cut-off, and closes the row with   * cbankvpx
001800* its outcome.  Keyed by account, serial and presented date so  * cbankvpx
001900* a re-presented item gets a row of its own.                    * cbankvpx
002000***************************************************************** cbankvpx
002100                                                                  cbankvpx
002200 05  PPX-RECORD                           PIC X(150).             cbankvpx
002300 05  FILLER REDEFINES PPX-RECORD.                                 cbankvpx
002400   10  PPX-KEY.                                                   cbankvpx
002500     15  PPX-REC-ACCNO                  PIC X(9).                 cbankvpx
002600     15  PPX-REC-SERIAL                 PIC X(6).                 cbankvpx
002700     15  PPX-REC-PRESENTED-DATE         PIC X(10).                cbankvpx
002800   10  PPX-REC-STATUS                 PIC X(1).                   cbankvpx
002900     88  PPX-STATUS-HELD              VALUE 'H'.                  cbankvpx
003000     88  PPX-STATUS-CLOSED            VALUE 'C'.                  cbankvpx
003100   10  PPX-REC-PID                    PIC X(5).                   cbankvpx
003200   10  PPX-REC-AMOUNT                 PIC S9(7)V99 COMP-3.        cbankvpx
003300   10  PPX-REC-PRESENTER              PIC X(30).                  cbankvpx
003400*    Why the item was held, and what the register said            cbankvpx
003500   10  PPX-REC-REASON-CODE            PIC X(2).                   cbankvpx
003600     88  PPX-REASON-NOT-ISSUED        VALUE '09'.                 cbankvpx
003700     88  PPX-REASON-AMOUNT            VALUE '10'.                 cbankvpx
003800     88  PPX-REASON-ALREADY-PAID      VALUE '11'.                 cbankvpx
003900     88  PPX-REASON-VOID              VALUE '12'.                 cbankvpx
004000   10  PPX-REC-REGISTER-AMOUNT        PIC S9(7)V99 COMP-3.        cbankvpx
004100   10  PPX-REC-CUTOFF-DATE            PIC X(10).                  cbankvpx
004200*    The decision - blank until the customer or the default       cbankvpx
004300*    makes one                                                    cbankvpx
004400   10  PPX-REC-DECISION               PIC X(1).                   cbankvpx
004500     88  PPX-UNDECIDED                VALUE ' '.                  cbankvpx
004600     88  PPX-DECIDED-PAY              VALUE 'P'.                  cbankvpx
004700     88  PPX-DECIDED-RETURN           VALUE 'R'.                  cbankvpx
004800   10  PPX-REC-DECIDED-BY             PIC X(1).                   cbankvpx
004900     88  PPX-BY-CUSTOMER              VALUE 'C'.                  cbankvpx
005000     88  PPX-BY-DEFAULT               VALUE 'D'.                  cbankvpx
005100   10  PPX-REC-DECIDED-DATE           PIC X(10).                  cbankvpx
005200   10  PPX-REC-OUTCOME                PIC X(1).                   cbankvpx
005300     88  PPX-OUTCOME-PAID             VALUE 'P'.                  cbankvpx
005400     88  PPX-OUTCOME-RETURNED         VALUE 'R'.                  cbankvpx
005500   10  PPX-REC-OUTCOME-REASON         PIC X(30).                  cbankvpx
005600   10  PPX-REC-CLOSED-DATE            PIC X(10).                  cbankvpx
005700   10  PPX-REC-FILLER                 PIC X(14).                  cbankvpx
005800                                                                  cbankvpx
005900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpx
