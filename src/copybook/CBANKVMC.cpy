000100***************************************************************** cbankvmc
000200*                                                               * cbankvmc
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvmc
000400*                                                               * cbankvmc
000500***************************************************************** cbankvmc
000600                                                                  cbankvmc
000700***************************************************************** cbankvmc
000800* CBANKVMC.CPY                                                  * cbankvmc
000900*---------------------------------------------------------------* cbankvmc
001000* This is the record layout for the marketing consent register, * cbankvmc
001100* BNKMKTC.  Every change to a customer's consent on a channel   * cbankvmc
001200* (M mail, E email, P phone, S SMS) is kept as its own row,     * cbankvmc
001300* keyed by PID, channel and the time it was recorded, so the    * cbankvmc
001400* last row for a channel is the customer's current standing and * cbankvmc
001500* the earlier rows are the dated history.  No row at all for a  * cbankvmc
001600* channel means no consent has ever been given.  This is not    * cbankvmc
001700* BCS-REC-SEND-MAIL/SEND-EMAIL, which only govern statements.   * cbankvmc
001800* Maintained through DBANK79P; read by the ZBNKCMP1 campaign    * cbankvmc
001900* selection run.                                                * cbankvmc
002000***************************************************************** cbankvmc
002100                                                                  cbankvmc
002200 05  MKC-RECORD                           PIC X(80).              cbankvmc
002300 05  FILLER REDEFINES MKC-RECORD.                                 cbankvmc
002400   10  MKC-KEY.                                                   cbankvmc
002500     15  MKC-REC-PID                    PIC X(5).                 cbankvmc
002600     15  MKC-REC-CHANNEL                PIC X(1).                 cbankvmc
002700       88  MKC-CHANNEL-MAIL           VALUE 'M'.                  cbankvmc
002800       88  MKC-CHANNEL-EMAIL          VALUE 'E'.                  cbankvmc
002900       88  MKC-CHANNEL-PHONE          VALUE 'P'.                  cbankvmc
003000       88  MKC-CHANNEL-SMS            VALUE 'S'.                  cbankvmc
003100     15  MKC-REC-TIMESTAMP              PIC X(26).                cbankvmc
003200   10  MKC-REC-CONSENT                  PIC X(1).                 cbankvmc
003300     88  MKC-CONSENT-GIVEN            VALUE 'Y'.                  cbankvmc
003400     88  MKC-CONSENT-WITHDRAWN        VALUE 'N'.                  cbankvmc
003500   10  MKC-REC-EFFECT-DTE               PIC X(10).                cbankvmc
003600   10  MKC-REC-SOURCE                   PIC X(1).                 cbankvmc
003700     88  MKC-SOURCE-BRANCH            VALUE 'B'.                  cbankvmc
003800     88  MKC-SOURCE-PHONE             VALUE 'P'.                  cbankvmc
003900     88  MKC-SOURCE-WRITTEN           VALUE 'W'.                  cbankvmc
004000     88  MKC-SOURCE-ONLINE            VALUE 'O'.                  cbankvmc
004100   10  MKC-REC-USERID                   PIC X(8).                 cbankvmc
004200   10  MKC-REC-FILLER                   PIC X(28).                cbankvmc
004300                                                                  cbankvmc
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvmc
