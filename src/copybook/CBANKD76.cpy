000100***************************************************************** cbankd76
000200*                                                               * cbankd76
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd76
000400*                                                               * cbankd76
000500***************************************************************** cbankd76
000600                                                                  cbankd76
000700***************************************************************** cbankd76
000800* CBANKD76.CPY                                                  * cbankd76
000900*---------------------------------------------------------------* cbankd76
001000* This area is used to pass data between a requesting program   * cbankd76
001100* and the I/O program (DBANK76P) which maintains the bankruptcy * cbankd76
001200* case file (BNKBKRP) - read a customer's case, lodge a new     * cbankd76
001300* filing, or close the case on discharge or dismissal - with an * cbankd76
001400* audit posting for every change.                               * cbankd76
001500***************************************************************** cbankd76
001600                                                                  cbankd76
001700 05  CD76-DATA.                                                   cbankd76
001800   10  CD76I-DATA.                                                cbankd76
001900     15  CD76I-REQUEST-CODE         PIC X(1).                     cbankd76
002000       88  CD76I-READ               VALUE '1'.                    cbankd76
002100       88  CD76I-LODGE              VALUE '2'.                    cbankd76
002200       88  CD76I-CLOSE              VALUE '3'.                    cbankd76
002300     15  CD76I-PID                  PIC X(5).                     cbankd76
002400     15  CD76I-CHAPTER              PIC X(2).                     cbankd76
002500     15  CD76I-FILING-DATE          PIC X(10).                    cbankd76
002600     15  CD76I-COURT-REF            PIC X(20).                    cbankd76
002700     15  CD76I-CLOSE-TYPE           PIC X(1).                     cbankd76
002800       88  CD76I-DISCHARGE          VALUE 'D'.                    cbankd76
002900       88  CD76I-DISMISS            VALUE 'X'.                    cbankd76
003000     15  CD76I-CLOSE-DATE           PIC X(10).                    cbankd76
003100     15  CD76I-USERID               PIC X(8).                     cbankd76
003200   10  CD76O-DATA.                                                cbankd76
003300     15  CD76O-RESP                 PIC X(1).                     cbankd76
003400       88  CD76O-OK                 VALUE '0'.                    cbankd76
003500       88  CD76O-NOTFND             VALUE '1'.                    cbankd76
003600       88  CD76O-ERROR              VALUE '2'.                    cbankd76
003700     15  CD76O-MSG                  PIC X(40).                    cbankd76
003800     15  CD76O-PID                  PIC X(5).                     cbankd76
003900     15  CD76O-NAME                 PIC X(25).                    cbankd76
004000     15  CD76O-CHAPTER              PIC X(2).                     cbankd76
004100     15  CD76O-FILING-DATE          PIC X(10).                    cbankd76
004200     15  CD76O-COURT-REF            PIC X(20).                    cbankd76
004300     15  CD76O-STATUS               PIC X(1).                     cbankd76
004400     15  CD76O-CLOSE-DATE           PIC X(10).                    cbankd76
004500     15  CD76O-LODGE-DATE           PIC X(10).                    cbankd76
004600     15  CD76O-LODGE-USER           PIC X(8).                     cbankd76
004700     15  CD76O-CLOSE-USER           PIC X(8).                     cbankd76
004800     15  CD76O-NOTIFY               PIC X(1).                     cbankd76
004900     15  CD76O-APPLIED-DATE         PIC X(10).                    cbankd76
005000                                                                  cbankd76
005100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd76
