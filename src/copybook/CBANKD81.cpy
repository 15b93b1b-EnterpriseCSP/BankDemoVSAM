000100***************************************************************** cbankd81
000200*                                                               * cbankd81
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd81
000400*                                                               * cbankd81
000500***************************************************************** cbankd81
000600                                                                  cbankd81
000700***************************************************************** cbankd81
000800* CBANKD81.CPY                                                  * cbankd81
000900*---------------------------------------------------------------* cbankd81
001000* This area is used to pass data between a requesting program   * cbankd81
001100* and the I/O program (DBANK81P) which builds the staff work    * cbankd81
001200* inbox - the pending items of every review queue the caller    * cbankd81
001300* marks as workable, oldest first, one page of eight at a time  * cbankd81
001400* with the customer name and the age of each item in days.      * cbankd81
001500* Queue order: 1 BNKHOLD, 2 BNKFRAUD, 3 BNKDISP, 4 BNKDENYQ,    * cbankd81
001600* 5 BNKLNOVR, 6 BNKESTQ, 7 BNKSUSP, 8 BNKMSG.                   * cbankd81
001700***************************************************************** cbankd81
001800                                                                  cbankd81
001900 05  CD81-DATA.                                                   cbankd81
002000   10  CD81I-DATA.                                                cbankd81
002100     15  CD81I-REQUEST-CODE         PIC X(1).                     cbankd81
002200       88  CD81I-LIST               VALUE '1'.                    cbankd81
002300     15  CD81I-PAGE                 PIC 9(3).                     cbankd81
002400     15  CD81I-QUEUE-TABLE.                                       cbankd81
002500       20  CD81I-QUEUE OCCURS 8 TIMES.                            cbankd81
002600         25  CD81I-Q-PROGRAM      PIC X(8).                       cbankd81
002700         25  CD81I-Q-ALLOWED      PIC X(1).                       cbankd81
002800           88  CD81I-Q-WORKABLE   VALUE 'Y'.                      cbankd81
002900   10  CD81O-DATA.                                                cbankd81
003000     15  CD81O-RESP                 PIC X(1).                     cbankd81
003100       88  CD81O-OK                 VALUE '0'.                    cbankd81
003200       88  CD81O-NOTFND             VALUE '1'.                    cbankd81
003300       88  CD81O-ERROR              VALUE '2'.                    cbankd81
003400     15  CD81O-MSG                  PIC X(40).                    cbankd81
003500     15  CD81O-TOTAL                PIC 9(4).                     cbankd81
003600     15  CD81O-PAGE                 PIC 9(3).                     cbankd81
003700     15  CD81O-MORE                 PIC X(1).                     cbankd81
003800       88  CD81O-MORE-YES           VALUE 'Y'.                    cbankd81
003900       88  CD81O-MORE-NO            VALUE 'N'.                    cbankd81
004000     15  CD81O-ENTRY-TABLE.                                       cbankd81
004100       20  CD81O-ENTRY OCCURS 8 TIMES.                            cbankd81
004200         25  CD81O-ENTRY-QNO      PIC 9(1).                       cbankd81
004300         25  CD81O-ENTRY-PROGRAM  PIC X(8).                       cbankd81
004400         25  CD81O-ENTRY-KEY      PIC X(40).                      cbankd81
004500         25  CD81O-ENTRY-PID      PIC X(5).                       cbankd81
004600         25  CD81O-ENTRY-NAME     PIC X(25).                      cbankd81
004700         25  CD81O-ENTRY-SINCE    PIC X(10).                      cbankd81
004800         25  CD81O-ENTRY-AGE      PIC 9(4).                       cbankd81
004900                                                                  cbankd81
005000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd81
