000100***************************************************************** cbankd82
000200*                                                               * cbankd82
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd82
000400*                                                               * cbankd82
000500***************************************************************** cbankd82
000600                                                                  cbankd82
000700***************************************************************** cbankd82
000800* CBANKD82.CPY                                                  * cbankd82
000900*---------------------------------------------------------------* cbankd82
001000* This area is used to pass data between a requesting program   * cbankd82
001100* and the I/O program (DBANK82P) which writes the reference     * cbankd82
001200* data change audit file (BNKRAUD).  The caller names the table * cbankd82
001300* file, the action (add, change or delete), the row key and the * cbankd82
001400* row as it stood before and after the change; DBANK82P adds    * cbankd82
001500* the signed-on user, the terminal and the timestamp.           * cbankd82
001600***************************************************************** cbankd82
001700                                                                  cbankd82
001800 05  CD82-DATA.                                                   cbankd82
001900   10  CD82I-DATA.                                                cbankd82
002000     15  CD82I-TABLE                PIC X(8).                     cbankd82
002100     15  CD82I-ACTION               PIC X(1).                     cbankd82
002200       88  CD82I-ADD                VALUE 'A'.                    cbankd82
002300       88  CD82I-CHANGE             VALUE 'C'.                    cbankd82
002400       88  CD82I-DELETE             VALUE 'D'.                    cbankd82
002500     15  CD82I-PROGRAM              PIC X(8).                     cbankd82
002600     15  CD82I-KEY                  PIC X(40).                    cbankd82
002700     15  CD82I-IMAGE-LEN            PIC 9(3).                     cbankd82
002800     15  CD82I-BEFORE               PIC X(200).                   cbankd82
002900     15  CD82I-AFTER                PIC X(200).                   cbankd82
003000   10  CD82O-DATA.                                                cbankd82
003100     15  CD82O-RESP                 PIC X(1).                     cbankd82
003200       88  CD82O-OK                 VALUE '0'.                    cbankd82
003300       88  CD82O-ERROR              VALUE '2'.                    cbankd82
003400     15  CD82O-MSG                  PIC X(40).                    cbankd82
003500                                                                  cbankd82
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd82
