000100***************************************************************** cbankd73
000200*                                                               * cbankd73
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd73
000400*                                                               * cbankd73
000500***************************************************************** cbankd73
000600                                                                  cbankd73
000700***************************************************************** cbankd73
000800* CBANKD73.CPY                                                  * cbankd73
000900*---------------------------------------------------------------* cbankd73
001000* This area is used to pass data between a requesting program   * cbankd73
001100* and the I/O program (DBANK73P) which maintains the loan       * cbankd73
001200* collateral register (BNKCLAT) - read an item and list the     * cbankd73
001300* loan's items, add an item, update one, or release it when the * cbankd73
001400* lien is discharged - with an audit posting for every change.  * cbankd73
001500***************************************************************** cbankd73
001600                                                                  cbankd73
001700 05  CD73-DATA.                                                   cbankd73
001800   10  CD73I-DATA.                                                cbankd73
001900     15  CD73I-REQUEST-CODE         PIC X(1).                     cbankd73
002000       88  CD73I-READ               VALUE '1'.                    cbankd73
002100       88  CD73I-WRITE              VALUE '2'.                    cbankd73
002200       88  CD73I-UPDATE             VALUE '3'.                    cbankd73
002300       88  CD73I-RELEASE            VALUE '4'.                    cbankd73
002400     15  CD73I-LOAN-ID              PIC X(26).                    cbankd73
002500     15  CD73I-SEQ                  PIC X(2).                     cbankd73
002600     15  CD73I-ASSET-TYPE           PIC X(1).                     cbankd73
002700     15  CD73I-DESC                 PIC X(40).                    cbankd73
002800     15  CD73I-APPRAISED-VALUE      PIC 9(9)V99.                  cbankd73
002900     15  CD73I-VALUATION-DATE       PIC X(10).                    cbankd73
003000     15  CD73I-LIEN-POSITION        PIC X(1).                     cbankd73
003100     15  CD73I-INSURANCE-EXPIRY     PIC X(10).                    cbankd73
003200     15  CD73I-USERID               PIC X(8).                     cbankd73
003300   10  CD73O-DATA.                                                cbankd73
003400     15  CD73O-RESP                 PIC X(1).                     cbankd73
003500       88  CD73O-OK                 VALUE '0'.                    cbankd73
003600       88  CD73O-NOTFND             VALUE '1'.                    cbankd73
003700       88  CD73O-ERROR              VALUE '2'.                    cbankd73
003800     15  CD73O-MSG                  PIC X(40).                    cbankd73
003900     15  CD73O-LOAN-ID              PIC X(26).                    cbankd73
004000     15  CD73O-PID                  PIC X(5).                     cbankd73
004100     15  CD73O-SEQ                  PIC X(2).                     cbankd73
004200     15  CD73O-ASSET-TYPE           PIC X(1).                     cbankd73
004300     15  CD73O-DESC                 PIC X(40).                    cbankd73
004400     15  CD73O-APPRAISED-VALUE      PIC 9(9)V99.                  cbankd73
004500     15  CD73O-VALUATION-DATE       PIC X(10).                    cbankd73
004600     15  CD73O-LIEN-POSITION        PIC X(1).                     cbankd73
004700     15  CD73O-INSURANCE-EXPIRY     PIC X(10).                    cbankd73
004800     15  CD73O-STATUS               PIC X(1).                     cbankd73
004900     15  CD73O-MAINT-DATE           PIC X(10).                    cbankd73
005000     15  CD73O-MAINT-USER           PIC X(8).                     cbankd73
005100     15  CD73O-ENTRY-TABLE.                                       cbankd73
005200       20  CD73O-ENTRY OCCURS 4 TIMES.                            cbankd73
005300         25  CD73O-ENTRY-SEQ      PIC X(2).                       cbankd73
005400         25  CD73O-ENTRY-TYPE     PIC X(1).                       cbankd73
005500         25  CD73O-ENTRY-DESC     PIC X(20).                      cbankd73
005600         25  CD73O-ENTRY-VALUE    PIC 9(9)V99.                    cbankd73
005700         25  CD73O-ENTRY-STATUS   PIC X(1).                       cbankd73
005800                                                                  cbankd73
005900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd73
