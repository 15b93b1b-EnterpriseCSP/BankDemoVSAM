000100***************************************************************** ctaxindd
000200*                                                               * ctaxindd
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * ctaxindd
000400*                                                               * ctaxindd
000500***************************************************************** ctaxindd
000600                                                                  ctaxindd
000700***************************************************************** ctaxindd
000800* CTAXINDD.CPY                                                  * ctaxindd
000900*---------------------------------------------------------------* ctaxindd
001000* Area used to pass a customer's address country and telephone  * ctaxindd
001100* number to the UTAXIND foreign tax indicia check, with whether * ctaxindd
001200* a tax residency self-certification is on file, and to return  * ctaxindd
001300* the outcome - whether the details show foreign indicia, the   * ctaxindd
001400* indicia status to hold on BNKTAXR and the reason.             * ctaxindd
001500***************************************************************** ctaxindd
001600   05  TXI-AREAS.                                                 ctaxindd
001700     10  TXI-INPUT.                                               ctaxindd
001800       15  TXI-CNTRY                    PIC X(6).                 ctaxindd
001900       15  TXI-TELNO                    PIC X(12).                ctaxindd
002000       15  TXI-CERT-HELD                PIC X(1).                 ctaxindd
002100         88  TXI-CERT-ON-FILE           VALUE 'Y'.                ctaxindd
002200     10  TXI-RESULT.                                              ctaxindd
002300       15  TXI-INDICIA                  PIC X(1).                 ctaxindd
002400         88  TXI-HAS-INDICIA            VALUE 'Y'.                ctaxindd
002500         88  TXI-NO-INDICIA             VALUE 'N'.                ctaxindd
002600       15  TXI-INDICIA-STATUS           PIC X(1).                 ctaxindd
002700       15  TXI-REASON                   PIC X(30).                ctaxindd
002800                                                                  ctaxindd
002900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ctaxindd
