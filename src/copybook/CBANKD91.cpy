000100***************************************************************** cbankd91
000200*                                                               * cbankd91
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd91
000400*                                                               * cbankd91
000500***************************************************************** cbankd91
000600                                                                  cbankd91
000700***************************************************************** cbankd91
000800* CBANKD91.CPY                                                  * cbankd91
000900*---------------------------------------------------------------* cbankd91
001000* This area is used to pass data between a requesting program   * cbankd91
001100* and the I/O program (DBANK91P) which checks a captured        * cbankd91
001200* address against the postal authority's postcode file          * cbankd91
001300* (BNKPSTC) - the postcode must be current and agree with the   * cbankd91
001400* country, state/province and the town in address line 2.       * cbankd91
001500* Where the entry is the right place written differently the    * cbankd91
001600* answer is close and the standard form comes back for the      * cbankd91
001700* caller to offer; on a mismatch it comes back for reference.   * cbankd91
001800***************************************************************** cbankd91
001900                                                                  cbankd91
002000 05  CD91-DATA.                                                   cbankd91
002100   10  CD91I-DATA.                                                cbankd91
002200     15  CD91I-REQUEST-CODE         PIC X(1).                     cbankd91
002300       88  CD91I-VALIDATE           VALUE '1'.                    cbankd91
002400     15  CD91I-POSTCODE             PIC X(6).                     cbankd91
002500     15  CD91I-STATE                PIC X(2).                     cbankd91
002600     15  CD91I-CNTRY                PIC X(6).                     cbankd91
002700     15  CD91I-TOWN                 PIC X(25).                    cbankd91
002800   10  CD91O-DATA.                                                cbankd91
002900     15  CD91O-RESP                 PIC X(1).                     cbankd91
003000       88  CD91O-OK                 VALUE '0'.                    cbankd91
003100       88  CD91O-NOTFND             VALUE '1'.                    cbankd91
003200       88  CD91O-ERROR              VALUE '2'.                    cbankd91
003300       88  CD91O-CLOSE              VALUE '3'.                    cbankd91
003400       88  CD91O-MISMATCH           VALUE '4'.                    cbankd91
003500     15  CD91O-MSG                  PIC X(40).                    cbankd91
003600     15  CD91O-STD-POSTCODE         PIC X(6).                     cbankd91
003700     15  CD91O-STD-STATE            PIC X(2).                     cbankd91
003800     15  CD91O-STD-TOWN             PIC X(25).                    cbankd91
003900                                                                  cbankd91
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd91
