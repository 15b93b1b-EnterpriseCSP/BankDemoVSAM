000100***************************************************************** cbankd85
000200*                                                               * cbankd85
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd85
000400*                                                               * cbankd85
000500***************************************************************** cbankd85
000600                                                                  cbankd85
000700***************************************************************** cbankd85
000800* CBANKD85.CPY                                                  * cbankd85
000900*---------------------------------------------------------------* cbankd85
001000* This area is used to pass data between a requesting program   * cbankd85
001100* and the I/O program (DBANK85P) which writes the forward-      * cbankd85
001200* recovery journal (BNKRJNL).  The caller names the master file * cbankd85
001300* it has just updated, the action (add, change or delete) and   * cbankd85
001400* passes the record as it now stands; DBANK85P adds the user,   * cbankd85
001500* the terminal, the timestamp and the unload it follows.        * cbankd85
001600***************************************************************** cbankd85
001700                                                                  cbankd85
001800 05  CD85-DATA.                                                   cbankd85
001900   10  CD85I-DATA.                                                cbankd85
002000     15  CD85I-FILE                 PIC X(8).                     cbankd85
002100     15  CD85I-ACTION               PIC X(1).                     cbankd85
002200       88  CD85I-ADD                VALUE 'A'.                    cbankd85
002300       88  CD85I-CHANGE             VALUE 'C'.                    cbankd85
002400       88  CD85I-DELETE             VALUE 'D'.                    cbankd85
002500     15  CD85I-PROGRAM              PIC X(8).                     cbankd85
002600     15  CD85I-IMAGE                PIC X(440).                   cbankd85
002700   10  CD85O-DATA.                                                cbankd85
002800     15  CD85O-RESP                 PIC X(1).                     cbankd85
002900       88  CD85O-OK                 VALUE '0'.                    cbankd85
003000       88  CD85O-ERROR              VALUE '2'.                    cbankd85
003100     15  CD85O-MSG                  PIC X(40).                    cbankd85
003200                                                                  cbankd85
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd85
