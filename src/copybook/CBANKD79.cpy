000100***************************************************************** cbankd79
000200*                                                               * cbankd79
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd79
000400*                                                               * cbankd79
000500***************************************************************** cbankd79
000600                                                                  cbankd79
000700***************************************************************** cbankd79
000800* CBANKD79.CPY                                                  * cbankd79
000900*---------------------------------------------------------------* cbankd79
001000* This area is used to pass data between a requesting program   * cbankd79
001100* and the I/O program (DBANK79P) which maintains the marketing  * cbankd79
001200* consent register (BNKMKTC) - read a customer's current        * cbankd79
001300* consent on each channel, or record new consent standings.     * cbankd79
001400* The channels are always in the order mail, email, phone, SMS. * cbankd79
001500***************************************************************** cbankd79
001600                                                                  cbankd79
001700 05  CD79-DATA.                                                   cbankd79
001800   10  CD79I-DATA.                                                cbankd79
001900     15  CD79I-REQUEST-CODE         PIC X(1).                     cbankd79
002000       88  CD79I-READ               VALUE '1'.                    cbankd79
002100       88  CD79I-RECORD             VALUE '2'.                    cbankd79
002200     15  CD79I-PID                  PIC X(5).                     cbankd79
002300     15  CD79I-CONSENT              OCCURS 4 TIMES                cbankd79
002400                                    PIC X(1).                     cbankd79
002500     15  CD79I-SOURCE               PIC X(1).                     cbankd79
002600     15  CD79I-USERID               PIC X(8).                     cbankd79
002700   10  CD79O-DATA.                                                cbankd79
002800     15  CD79O-RESP                 PIC X(1).                     cbankd79
002900       88  CD79O-OK                 VALUE '0'.                    cbankd79
003000       88  CD79O-NOTFND             VALUE '1'.                    cbankd79
003100       88  CD79O-ERROR              VALUE '2'.                    cbankd79
003200     15  CD79O-MSG                  PIC X(40).                    cbankd79
003300     15  CD79O-PID                  PIC X(5).                     cbankd79
003400     15  CD79O-NAME                 PIC X(25).                    cbankd79
003500     15  CD79O-CHANNEL-DATA         OCCURS 4 TIMES.               cbankd79
003600       20  CD79O-CONSENT            PIC X(1).                     cbankd79
003700       20  CD79O-EFFECT-DTE         PIC X(10).                    cbankd79
003800       20  CD79O-HISTORY-COUNT      PIC 9(3).                     cbankd79
003900     15  CD79O-CHANGED-COUNT        PIC 9(1).                     cbankd79
004000                                                                  cbankd79
004100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd79
