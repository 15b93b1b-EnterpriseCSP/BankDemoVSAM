000100***************************************************************** cbankxt9
000200*                                                               * cbankxt9
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankxt9
000400*                                                               * cbankxt9
000500***************************************************************** cbankxt9
000600                                                                  cbankxt9
000700***************************************************************** cbankxt9
000800* CBANKXT9.CPY                                                  * cbankxt9
000900*---------------------------------------------------------------* cbankxt9
001000* This is the record layout of the campaign response file       * cbankxt9
001100* loaded by ZBNKCMP2 - one record per customer response, as     * cbankxt9
001200* returned by the mailing house or keyed from the call centre   * cbankxt9
001300* - A accepted the offer, D declined, O asked to hear no more.  * cbankxt9
001400* An accepted response may carry the account opened.            * cbankxt9
001500***************************************************************** cbankxt9
001600                                                                  cbankxt9
001700 05  XTACT09-RECORD.                                              cbankxt9
001800   10  BANKXT09-CAMPAIGN                   PIC X(6).              cbankxt9
001900   10  BANKXT09-PID                        PIC X(5).              cbankxt9
002000   10  BANKXT09-RESPONSE                   PIC X(1).              cbankxt9
002100   10  BANKXT09-RESPONSE-DTE               PIC X(10).             cbankxt9
002200   10  BANKXT09-NEW-ACCNO                  PIC X(9).              cbankxt9
002300   10  FILLER                              PIC X(49).             cbankxt9
002400                                                                  cbankxt9
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxt9
