000100***************************************************************** cbankd96
000200*                                                               * cbankd96
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd96
000400*                                                               * cbankd96
000500***************************************************************** cbankd96
000600                                                                  cbankd96
000700***************************************************************** cbankd96
000800* CBANKD96.CPY                                                  * cbankd96
000900*---------------------------------------------------------------* cbankd96
001000* This area is used to pass data between a requesting program   * cbankd96
001100* and the I/O program (DBANK96P) which keeps the account        * cbankd96
001200* analysis price table - read an activity row and list the      * cbankd96
001300* table from it, add a row or change its price.                 * cbankd96
001400***************************************************************** cbankd96
001500                                                                  cbankd96
001600 05  CD96-DATA.                                                   cbankd96
001700   10  CD96I-DATA.                                                cbankd96
001800     15  CD96I-REQUEST-CODE         PIC X(1).                     cbankd96
001900       88  CD96I-READ               VALUE '1'.                    cbankd96
002000       88  CD96I-WRITE              VALUE '2'.                    cbankd96
002100       88  CD96I-UPDATE             VALUE '3'.                    cbankd96
002200     15  CD96I-CODE                 PIC X(2).                     cbankd96
002300     15  CD96I-DESC                 PIC X(20).                    cbankd96
002400     15  CD96I-PRICE                PIC 9(3)V99.                  cbankd96
002500     15  CD96I-USERID               PIC X(8).                     cbankd96
002600   10  CD96O-DATA.                                                cbankd96
002700     15  CD96O-RESP                 PIC X(1).                     cbankd96
002800       88  CD96O-OK                 VALUE '0'.                    cbankd96
002900       88  CD96O-NOTFND             VALUE '1'.                    cbankd96
003000       88  CD96O-ERROR              VALUE '2'.                    cbankd96
003100     15  CD96O-MSG                  PIC X(40).                    cbankd96
003200     15  CD96O-CODE                 PIC X(2).                     cbankd96
003300     15  CD96O-DESC                 PIC X(20).                    cbankd96
003400     15  CD96O-PRICE                PIC 9(3)V99.                  cbankd96
003500     15  CD96O-MAINT-DATE           PIC X(10).                    cbankd96
003600     15  CD96O-MAINT-USER           PIC X(8).                     cbankd96
003700     15  CD96O-ENTRY-TABLE.                                       cbankd96
003800       20  CD96O-ENTRY OCCURS 6 TIMES.                            cbankd96
003900         25  CD96O-ENTRY-CODE       PIC X(2).                     cbankd96
004000         25  CD96O-ENTRY-DESC       PIC X(20).                    cbankd96
004100         25  CD96O-ENTRY-PRICE      PIC 9(3)V99.                  cbankd96
004200                                                                  cbankd96
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd96
