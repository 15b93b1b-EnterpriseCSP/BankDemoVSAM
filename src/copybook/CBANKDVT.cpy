000100***************************************************************** cbankdvt
000200*                                                               * cbankdvt
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankdvt
000400*                                                               * cbankdvt
000500***************************************************************** cbankdvt
000600                                                                  cbankdvt
000700***************************************************************** cbankdvt
000800* CBANKDVT.CPY                                                  * cbankdvt
000900*---------------------------------------------------------------* cbankdvt
001000* This area is used to pass data between a requesting program   * cbankdvt
001100* and the I/O program (DBANKVTP) which keeps the branch vault   * cbankdvt
001200* cash position (BNKVLTP) and its movement log (BNKVLTM) - show * cbankdvt
001300* a branch's vault holding by denomination, and record one cash * cbankdvt
001400* movement in or out of the vault.  A drawer buy or sell is     * cbankdvt
001500* also posted to the teller's open drawer on BNKDRWR, and an    * cbankdvt
001600* ATM load or unload is recorded on the terminal master.        * cbankdvt
001700***************************************************************** cbankdvt
001800 05  CDVT-DATA.                                                   cbankdvt
001900   10  CDVTI-DATA.                                                cbankdvt
002000     15  CDVTI-REQUEST-CODE          PIC X(1).                    cbankdvt
002100       88  CDVTI-READ                VALUE '1'.                   cbankdvt
002200       88  CDVTI-POST                VALUE '2'.                   cbankdvt
002300     15  CDVTI-BRANCH                PIC X(3).                    cbankdvt
002400     15  CDVTI-TYPE                  PIC X(1).                    cbankdvt
002500       88  CDVTI-TYPE-VALID          VALUE 'B' 'S' 'L'            cbankdvt
002600                                           'U' 'R' 'X'.           cbankdvt
002700       88  CDVTI-DRAWER-BUY          VALUE 'B'.                   cbankdvt
002800       88  CDVTI-DRAWER-SELL         VALUE 'S'.                   cbankdvt
002900       88  CDVTI-ATM-LOAD            VALUE 'L'.                   cbankdvt
003000       88  CDVTI-ATM-UNLOAD          VALUE 'U'.                   cbankdvt
003100       88  CDVTI-CC-RECEIVED         VALUE 'R'.                   cbankdvt
003200       88  CDVTI-CC-RETURNED         VALUE 'X'.                   cbankdvt
003300       88  CDVTI-VAULT-OUT           VALUE 'B' 'L' 'X'.           cbankdvt
003400     15  CDVTI-DENOM                 PIC X(4).                    cbankdvt
003500     15  CDVTI-AMOUNT                PIC S9(7)V99 COMP-3.         cbankdvt
003600     15  CDVTI-REFERENCE             PIC X(8).                    cbankdvt
003700   10  CDVTO-DATA.                                                cbankdvt
003800     15  CDVTO-RESP                  PIC X(1).                    cbankdvt
003900       88  CDVTO-OK                  VALUE '0'.                   cbankdvt
004000       88  CDVTO-NOTFND              VALUE '1'.                   cbankdvt
004100       88  CDVTO-ERROR               VALUE '2'.                   cbankdvt
004200     15  CDVTO-MSG                   PIC X(40).                   cbankdvt
004300     15  CDVTO-BRANCH-NAME           PIC X(25).                   cbankdvt
004400     15  CDVTO-LAST-CLOSE            PIC X(10).                   cbankdvt
004500     15  CDVTO-TOTAL                 PIC S9(11)V99 COMP-3.        cbankdvt
004600     15  CDVTO-DENOM-ENTRY OCCURS 7 TIMES.                        cbankdvt
004700       20  CDVTO-DENOM               PIC X(4).                    cbankdvt
004800       20  CDVTO-OPEN-BAL            PIC S9(9)V99 COMP-3.         cbankdvt
004900       20  CDVTO-IN                  PIC S9(9)V99 COMP-3.         cbankdvt
005000       20  CDVTO-OUT                 PIC S9(9)V99 COMP-3.         cbankdvt
005100       20  CDVTO-BALANCE             PIC S9(9)V99 COMP-3.         cbankdvt
005200                                                                  cbankdvt
005300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankdvt
