000100***************************************************************** cinboxd
000200*                                                               * cinboxd
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cinboxd
000400*                                                               * cinboxd
000500***************************************************************** cinboxd
000600                                                                  cinboxd
000700***************************************************************** cinboxd
000800* CINBOXD.CPY                                                   * cinboxd
000900*---------------------------------------------------------------* cinboxd
001000* Staff work inbox hand-off area.  When an item is picked on    * cinboxd
001100* the inbox (SINBX01P) this record is written to a terminal     * cinboxd
001200* TS queue (INBX + terminal id) naming the review program, the  * cinboxd
001300* inbox transaction and the item.  Input for the review screen  * cinboxd
001400* comes back under the inbox transaction, so SINBX01P uses the  * cinboxd
001500* record to pass control on; the review screen uses it to open  * cinboxd
001600* on the item and to return to the inbox on PF3.                * cinboxd
001700***************************************************************** cinboxd
001800                                                                  cinboxd
001900 05  INBX-TS-QUEUE-NAME.                                          cinboxd
002000   10  INBX-TS-QUEUE-NAME-PART1      PIC X(4)                     cinboxd
002100       VALUE 'INBX'.                                              cinboxd
002200   10  INBX-TS-QUEUE-NAME-PART2      PIC X(4).                    cinboxd
002300 05  INBX-TS-QUEUE-LEN               PIC S9(4) COMP.              cinboxd
002400 05  INBX-TS-QUEUE-ITEM              PIC S9(4) COMP.              cinboxd
002500 05  INBX-RESP                       PIC S9(8) COMP.              cinboxd
002600 05  INBX-MODE                       PIC X(1)                     cinboxd
002700     VALUE 'N'.                                                   cinboxd
002800   88  INBX-MODE-ON                  VALUE 'Y'.                   cinboxd
002900   88  INBX-MODE-OFF                 VALUE 'N'.                   cinboxd
003000 05  INBX-HANDOFF.                                                cinboxd
003100   10  INBX-TARGET-PROG              PIC X(8).                    cinboxd
003200   10  INBX-TRANID                   PIC X(4).                    cinboxd
003300   10  INBX-QUEUE                    PIC X(8).                    cinboxd
003400   10  INBX-ITEM-KEY                 PIC X(40).                   cinboxd
003500   10  INBX-ITEM-PID                 PIC X(5).                    cinboxd
003600   10  INBX-PAGE                     PIC 9(3).                    cinboxd
003700   10  INBX-FILLER                   PIC X(12).                   cinboxd
003800                                                                  cinboxd
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cinboxd
