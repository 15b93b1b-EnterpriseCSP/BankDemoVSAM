000100***************************************************************** cbankvnr
000200*                                                               * cbankvnr
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvnr
000400*                                                               * cbankvnr
000500***************************************************************** cbankvnr
000600                                                                  cbankvnr
000700***************************************************************** cbankvnr
000800* CBANKVNR.CPY                                                  * cbankvnr
000900*---------------------------------------------------------------* cbankvnr
001000* This is the record layout for the nostro reconciliation       * cbankvnr
001100* register, BNKNOSR.  One row per reference and direction       * cbankvnr
001200* moving money over our account at the correspondent bank -     * cbankvnr
001300* the book side taken from BNKWIRE, BNKPAYQ and the inbound     * cbankvnr
001400* wire credits on BNKTXN, the statement side from the           * cbankvnr
001500* correspondent's daily statement - so that a break found one   * cbankvnr
001600* day is still known the next.  ZBNKNOS1 loads both sides,      * cbankvnr
001700* matches them on reference and amount, ages what is left and   * cbankvnr
001800* posts aged breaks to BNKSUSP; matched rows are purged after   * cbankvnr
001900* ninety days.  Direction 'D' is money out of the nostro        * cbankvnr
002000* (outbound wires and payments), 'C' money in.                  * cbankvnr
002100***************************************************************** cbankvnr
002200                                                                  cbankvnr
002300 05  NOS-RECORD                           PIC X(200).             cbankvnr
002400 05  FILLER REDEFINES NOS-RECORD.                                 cbankvnr
002500   10  NOS-KEY.                                                   cbankvnr
002600     15  NOS-REC-REF                    PIC X(16).                cbankvnr
002700     15  NOS-REC-DIRECTION              PIC X(1).                 cbankvnr
002800       88  NOS-DIR-DEBIT                VALUE 'D'.                cbankvnr
002900       88  NOS-DIR-CREDIT               VALUE 'C'.                cbankvnr
003000   10  NOS-REC-STATUS                 PIC X(1).                   cbankvnr
003100     88  NOS-STATUS-OPEN              VALUE 'O'.                  cbankvnr
003200     88  NOS-STATUS-MATCHED           VALUE 'M'.                  cbankvnr
003300   10  NOS-REC-FIRST-SEEN             PIC X(10).                  cbankvnr
003400   10  NOS-REC-MATCHED-DATE           PIC X(10).                  cbankvnr
003500*    Book side - where the item came from on our books            cbankvnr
003600   10  NOS-REC-BOOK-SEEN              PIC X(1).                   cbankvnr
003700     88  NOS-BOOK-PRESENT             VALUE 'Y'.                  cbankvnr
003800   10  NOS-REC-BOOK-SOURCE            PIC X(1).                   cbankvnr
003900     88  NOS-BOOK-WIRE-OUT            VALUE 'W'.                  cbankvnr
004000     88  NOS-BOOK-PAYMENT             VALUE 'P'.                  cbankvnr
004100     88  NOS-BOOK-WIRE-IN             VALUE 'I'.                  cbankvnr
004200     88  NOS-BOOK-WIRE-REPAIR         VALUE 'R'.                  cbankvnr
004300   10  NOS-REC-BOOK-DATE              PIC X(10).                  cbankvnr
004400   10  NOS-REC-BOOK-AMOUNT            PIC S9(9)V99 COMP-3.        cbankvnr
004500   10  NOS-REC-ACCNO                  PIC X(9).                   cbankvnr
004600   10  NOS-REC-NAME                   PIC X(30).                  cbankvnr
004700*    Statement side - as the correspondent reported it            cbankvnr
004800   10  NOS-REC-STMT-SEEN              PIC X(1).                   cbankvnr
004900     88  NOS-STMT-PRESENT             VALUE 'Y'.                  cbankvnr
005000   10  NOS-REC-STMT-DATE              PIC X(10).                  cbankvnr
005100   10  NOS-REC-VALUE-DATE             PIC X(10).                  cbankvnr
005200   10  NOS-REC-STMT-AMOUNT            PIC S9(9)V99 COMP-3.        cbankvnr
005300   10  NOS-REC-SVCR-REF               PIC X(16).                  cbankvnr
005400   10  NOS-REC-STMT-ENTRIES           PIC 9(3).                   cbankvnr
005500*    Suspense item the break was posted to, once aged             cbankvnr
005600   10  NOS-REC-SUSP-TIMESTAMP         PIC X(26).                  cbankvnr
005700   10  NOS-REC-SUSP-AMOUNT            PIC S9(9)V99 COMP-3.        cbankvnr
005800   10  NOS-REC-FILLER                 PIC X(27).                  cbankvnr
005900                                                                  cbankvnr
006000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvnr
