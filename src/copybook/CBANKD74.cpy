000100***************************************************************** cbankd74
000200*                                                               * cbankd74
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd74
000400*                                                               * cbankd74
000500***************************************************************** cbankd74
000600                                                                  cbankd74
000700***************************************************************** cbankd74
000800* CBANKD74.CPY                                                  * cbankd74
000900*---------------------------------------------------------------* cbankd74
001000* This area is used to pass data between a requesting program   * cbankd74
001100* and the I/O program (DBANK74P) which keeps the expected       * cbankd74
001200* credit loss parameter table - read a product/stage row and    * cbankd74
001300* list the table from it, add a row or change its rates.        * cbankd74
001400***************************************************************** cbankd74
001500                                                                  cbankd74
001600 05  CD74-DATA.                                                   cbankd74
001700   10  CD74I-DATA.                                                cbankd74
001800     15  CD74I-REQUEST-CODE         PIC X(1).                     cbankd74
001900       88  CD74I-READ               VALUE '1'.                    cbankd74
002000       88  CD74I-WRITE              VALUE '2'.                    cbankd74
002100       88  CD74I-UPDATE             VALUE '3'.                    cbankd74
002200     15  CD74I-PRODUCT              PIC X(1).                     cbankd74
002300     15  CD74I-STAGE                PIC X(1).                     cbankd74
002400     15  CD74I-DESC                 PIC X(20).                    cbankd74
002500     15  CD74I-UNSECURED-RATE       PIC 9(3)V99.                  cbankd74
002600     15  CD74I-SECURED-RATE         PIC 9(3)V99.                  cbankd74
002700     15  CD74I-USERID               PIC X(8).                     cbankd74
002800   10  CD74O-DATA.                                                cbankd74
002900     15  CD74O-RESP                 PIC X(1).                     cbankd74
003000       88  CD74O-OK                 VALUE '0'.                    cbankd74
003100       88  CD74O-NOTFND             VALUE '1'.                    cbankd74
003200       88  CD74O-ERROR              VALUE '2'.                    cbankd74
003300     15  CD74O-MSG                  PIC X(40).                    cbankd74
003400     15  CD74O-PRODUCT              PIC X(1).                     cbankd74
003500     15  CD74O-STAGE                PIC X(1).                     cbankd74
003600     15  CD74O-DESC                 PIC X(20).                    cbankd74
003700     15  CD74O-UNSECURED-RATE       PIC 9(3)V99.                  cbankd74
003800     15  CD74O-SECURED-RATE         PIC 9(3)V99.                  cbankd74
003900     15  CD74O-MAINT-DATE           PIC X(10).                    cbankd74
004000     15  CD74O-MAINT-USER           PIC X(8).                     cbankd74
004100     15  CD74O-ENTRY-TABLE.                                       cbankd74
004200       20  CD74O-ENTRY OCCURS 6 TIMES.                            cbankd74
004300         25  CD74O-ENTRY-PRODUCT  PIC X(1).                       cbankd74
004400         25  CD74O-ENTRY-STAGE    PIC X(1).                       cbankd74
004500         25  CD74O-ENTRY-DESC     PIC X(20).                      cbankd74
004600         25  CD74O-ENTRY-UNSEC    PIC 9(3)V99.                    cbankd74
004700         25  CD74O-ENTRY-SEC      PIC 9(3)V99.                    cbankd74
004800                                                                  cbankd74
004900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd74
