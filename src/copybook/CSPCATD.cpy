000100***************************************************************** cspcatd
000200*                                                               * cspcatd
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cspcatd
000400*                                                               * cspcatd
000500***************************************************************** cspcatd
000600                                                                  cspcatd
000700***************************************************************** cspcatd
000800* CSPCATD.CPY                                                   * cspcatd
000900*---------------------------------------------------------------* cspcatd
001000* Look-up table of spending category codes & long form.  The    * cspcatd
001100* categorisation run, the category summary and the customer     * cspcatd
001200* screen all work from this list; OT is where anything the      * cspcatd
001300* CATTAB mapping table does not place ends up.                  * cspcatd
001400***************************************************************** cspcatd
001500 01  SPEND-CAT-DATA-AREAS.                                        cspcatd
001600   05  SPEND-CAT-TABLE.                                           cspcatd
001700     10  FILLER                              PIC X(20)            cspcatd
001800         VALUE 'GR Groceries        '.                            cspcatd
001900     10  FILLER                              PIC X(20)            cspcatd
002000         VALUE 'FU Fuel             '.                            cspcatd
002100     10  FILLER                              PIC X(20)            cspcatd
002200         VALUE 'UT Utilities        '.                            cspcatd
002300     10  FILLER                              PIC X(20)            cspcatd
002400         VALUE 'TR Transfers        '.                            cspcatd
002500     10  FILLER                              PIC X(20)            cspcatd
002600         VALUE 'CA Cash             '.                            cspcatd
002700     10  FILLER                              PIC X(20)            cspcatd
002800         VALUE 'EO Eating out       '.                            cspcatd
002900     10  FILLER                              PIC X(20)            cspcatd
003000         VALUE 'SH Shopping         '.                            cspcatd
003100     10  FILLER                              PIC X(20)            cspcatd
003200         VALUE 'TV Travel           '.                            cspcatd
003300     10  FILLER                              PIC X(20)            cspcatd
003400         VALUE 'HO Housing          '.                            cspcatd
003500     10  FILLER                              PIC X(20)            cspcatd
003600         VALUE 'LN Loans and credit '.                            cspcatd
003700     10  FILLER                              PIC X(20)            cspcatd
003800         VALUE 'FE Bank charges     '.                            cspcatd
003900     10  FILLER                              PIC X(20)            cspcatd
004000         VALUE 'OT Other            '.                            cspcatd
004100   05  SPEND-CAT-TABLE-R REDEFINES SPEND-CAT-TABLE.               cspcatd
004200     10  SPEND-CAT-DATA OCCURS 12 TIMES.                          cspcatd
004300       15  SPEND-CAT-CODE                    PIC X(2).            cspcatd
004400       15  FILLER                            PIC X(1).            cspcatd
004500       15  SPEND-CAT-NAME                    PIC X(17).           cspcatd
004600   05  SPEND-CAT-COUNT                       PIC 9(2)             cspcatd
004700       VALUE 12.                                                  cspcatd
004800   05  SPEND-CAT-SUB                         PIC 9(2).            cspcatd
004900                                                                  cspcatd
005000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cspcatd
