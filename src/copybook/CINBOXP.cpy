000100***************************************************************** cinboxp
000200*                                                               * cinboxp
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cinboxp
000400*                                                               * cinboxp
000500***************************************************************** cinboxp
000600                                                                  cinboxp
000700***************************************************************** cinboxp
000800* CINBOXP.CPY                                                   * cinboxp
000900*---------------------------------------------------------------* cinboxp
001000* Staff work inbox - review screen side.  Copied at the end of  * cinboxp
001100* each queue review screen along with CINBOXD.                  * cinboxp
001200* READ-INBOX-HANDOFF sets INBX-MODE-ON when this screen was     * cinboxp
001300* entered from the inbox for the current terminal; the item     * cinboxp
001400* key is then in INBX-ITEM-KEY.  RETURN-TO-INBOX clears the     * cinboxp
001500* target program, so the inbox knows the review is over, and    * cinboxp
001600* passes control back to the inbox on the page it was left on.  * cinboxp
001700***************************************************************** cinboxp
001800                                                                  cinboxp
001900 READ-INBOX-HANDOFF.                                              cinboxp
002000     SET INBX-MODE-OFF TO TRUE.                                   cinboxp
002100     MOVE EIBTRMID TO INBX-TS-QUEUE-NAME-PART2.                   cinboxp
002200     MOVE LENGTH OF INBX-HANDOFF TO INBX-TS-QUEUE-LEN.            cinboxp
002300     MOVE 1 TO INBX-TS-QUEUE-ITEM.                                cinboxp
002400     EXEC CICS READQ TS                                           cinboxp
002500               QUEUE(INBX-TS-QUEUE-NAME)                          cinboxp
002600               INTO(INBX-HANDOFF)                                 cinboxp
002700               LENGTH(INBX-TS-QUEUE-LEN)                          cinboxp
002800               ITEM(INBX-TS-QUEUE-ITEM)                           cinboxp
002900               RESP(INBX-RESP)                                    cinboxp
003000     END-EXEC.                                                    cinboxp
003100     IF INBX-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                 cinboxp
003200       GO TO READ-INBOX-HANDOFF-EXIT                              cinboxp
003300     END-IF.                                                      cinboxp
003400     IF INBX-TARGET-PROG IS EQUAL TO WS-PROGRAM-ID AND            cinboxp
003500        INBX-TRANID IS EQUAL TO EIBTRNID                          cinboxp
003600       SET INBX-MODE-ON TO TRUE                                   cinboxp
003700     END-IF.                                                      cinboxp
003800 READ-INBOX-HANDOFF-EXIT.                                         cinboxp
003900     EXIT.                                                        cinboxp
004000                                                                  cinboxp
004100 RETURN-TO-INBOX.                                                 cinboxp
004200     MOVE SPACES TO INBX-TARGET-PROG.                             cinboxp
004300     MOVE LENGTH OF INBX-HANDOFF TO INBX-TS-QUEUE-LEN.            cinboxp
004400     MOVE 1 TO INBX-TS-QUEUE-ITEM.                                cinboxp
004500     EXEC CICS WRITEQ TS                                          cinboxp
004600               QUEUE(INBX-TS-QUEUE-NAME)                          cinboxp
004700               FROM(INBX-HANDOFF)                                 cinboxp
004800               LENGTH(INBX-TS-QUEUE-LEN)                          cinboxp
004900               ITEM(INBX-TS-QUEUE-ITEM)                           cinboxp
005000               REWRITE                                            cinboxp
005100               RESP(INBX-RESP)                                    cinboxp
005200     END-EXEC.                                                    cinboxp
005300     EXEC CICS XCTL PROGRAM('SINBX01P')                           cinboxp
005400     END-EXEC.                                                    cinboxp
005500 RETURN-TO-INBOX-EXIT.                                            cinboxp
005600     EXIT.                                                        cinboxp
005700                                                                  cinboxp
005800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cinboxp
