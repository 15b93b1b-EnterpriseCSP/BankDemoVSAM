000100***************************************************************** cbankd71
000200*                                                               * cbankd71
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd71
000400*                                                               * cbankd71
000500***************************************************************** cbankd71
000600                                                                  cbankd71
000700***************************************************************** cbankd71
000800* CBANKD71.CPY                                                  * cbankd71
000900*---------------------------------------------------------------* cbankd71
001000* This area is used to pass data between a requesting program   * cbankd71
001100* and the I/O program (DBANK71P) which lists, orders and        * cbankd71
001200* cancels cheque books on the cheque book register (BNKCHQB).   * cbankd71
001300***************************************************************** cbankd71
001400                                                                  cbankd71
001500 05  CD71-DATA.                                                   cbankd71
001600   10  CD71I-DATA.                                                cbankd71
001700     15  CD71I-REQUEST-CODE         PIC X(1).                     cbankd71
001800       88  CD71I-BROWSE             VALUE '1'.                    cbankd71
001900       88  CD71I-ORDER              VALUE '2'.                    cbankd71
002000       88  CD71I-CANCEL             VALUE '3'.                    cbankd71
002100     15  CD71I-PID                  PIC X(5).                     cbankd71
002200     15  CD71I-ACCNO                PIC X(9).                     cbankd71
002300     15  CD71I-SEQ                  PIC X(3).                     cbankd71
002400     15  CD71I-LEAVES               PIC X(3).                     cbankd71
002500     15  CD71I-CHANNEL              PIC X(1).                     cbankd71
002600       88  CD71I-TELLER             VALUE 'T'.                    cbankd71
002700       88  CD71I-CUSTOMER           VALUE 'C'.                    cbankd71
002800     15  CD71I-ORDERED-BY           PIC X(8).                     cbankd71
002900   10  CD71O-DATA.                                                cbankd71
003000     15  CD71O-RESP                 PIC X(1).                     cbankd71
003100       88  CD71O-OK                 VALUE '0'.                    cbankd71
003200       88  CD71O-NOTFND             VALUE '1'.                    cbankd71
003300       88  CD71O-ERROR              VALUE '2'.                    cbankd71
003400     15  CD71O-MSG                  PIC X(40).                    cbankd71
003500     15  CD71O-SEQ                  PIC X(3).                     cbankd71
003600     15  CD71O-SERIAL-LOW           PIC X(6).                     cbankd71
003700     15  CD71O-SERIAL-HIGH          PIC X(6).                     cbankd71
003800     15  CD71O-ENTRY-TABLE.                                       cbankd71
003900       20  CD71O-ENTRY OCCURS 4 TIMES.                            cbankd71
004000         25  CD71O-ENTRY-SEQ      PIC X(3).                       cbankd71
004100         25  CD71O-ENTRY-LOW      PIC X(6).                       cbankd71
004200         25  CD71O-ENTRY-HIGH     PIC X(6).                       cbankd71
004300         25  CD71O-ENTRY-LEAVES   PIC X(3).                       cbankd71
004400         25  CD71O-ENTRY-STATUS   PIC X(1).                       cbankd71
004500         25  CD71O-ENTRY-DATE     PIC X(10).                      cbankd71
004600                                                                  cbankd71
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd71
