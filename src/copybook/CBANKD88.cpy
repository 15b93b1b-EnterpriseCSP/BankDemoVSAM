000100***************************************************************** cbankd88
000200*                                                               * cbankd88
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd88
000400*                                                               * cbankd88
000500***************************************************************** cbankd88
000600                                                                  cbankd88
000700***************************************************************** cbankd88
000800* CBANKD88.CPY                                                  * cbankd88
000900*---------------------------------------------------------------* cbankd88
001000* This area is used to pass data between a requesting program   * cbankd88
001100* and the I/O program (DBANK88P) which maintains the            * cbankd88
001200* third-party provider registry - read a provider, add or       * cbankd88
001300* update one, and suspend one.                                  * cbankd88
001400***************************************************************** cbankd88
001500                                                                  cbankd88
001600 05  CD88-DATA.                                                   cbankd88
001700   10  CD88I-DATA.                                                cbankd88
001800     15  CD88I-REQUEST-CODE         PIC X(1).                     cbankd88
001900       88  CD88I-READ               VALUE '1'.                    cbankd88
002000       88  CD88I-WRITE              VALUE '2'.                    cbankd88
002100       88  CD88I-SUSPEND            VALUE '3'.                    cbankd88
002200     15  CD88I-TPP-ID               PIC X(8).                     cbankd88
002300     15  CD88I-NAME                 PIC X(30).                    cbankd88
002400     15  CD88I-REG-NO               PIC X(15).                    cbankd88
002500     15  CD88I-CONTACT              PIC X(20).                    cbankd88
002600     15  CD88I-SCOPE-BAL            PIC X(1).                     cbankd88
002700     15  CD88I-SCOPE-TXN            PIC X(1).                     cbankd88
002800     15  CD88I-SCOPE-PAY            PIC X(1).                     cbankd88
002900   10  CD88O-DATA.                                                cbankd88
003000     15  CD88O-RESP                 PIC X(1).                     cbankd88
003100       88  CD88O-OK                 VALUE '0'.                    cbankd88
003200       88  CD88O-NOTFND             VALUE '1'.                    cbankd88
003300       88  CD88O-ERROR              VALUE '2'.                    cbankd88
003400     15  CD88O-MSG                  PIC X(40).                    cbankd88
003500     15  CD88O-NAME                 PIC X(30).                    cbankd88
003600     15  CD88O-REG-NO               PIC X(15).                    cbankd88
003700     15  CD88O-CONTACT              PIC X(20).                    cbankd88
003800     15  CD88O-STATUS               PIC X(1).                     cbankd88
003900     15  CD88O-SCOPE-BAL            PIC X(1).                     cbankd88
004000     15  CD88O-SCOPE-TXN            PIC X(1).                     cbankd88
004100     15  CD88O-SCOPE-PAY            PIC X(1).                     cbankd88
004200     15  CD88O-APPROVED-DATE        PIC X(10).                    cbankd88
004300                                                                  cbankd88
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd88
