000100***************************************************************** cbankd99
000200*                                                               * cbankd99
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd99
000400*                                                               * cbankd99
000500***************************************************************** cbankd99
000600                                                                  cbankd99
000700***************************************************************** cbankd99
000800* CBANKD99.CPY                                                  * cbankd99
000900*---------------------------------------------------------------* cbankd99
001000* This area is used to pass data between a requesting program   * cbankd99
001100* and the I/O program (DBANK99P) which keeps the product        * cbankd99
001200* conversion requests (BNKPCNV) - show an account with its      * cbankd99
001300* product and its latest conversion request, ask for the        * cbankd99
001400* account to be moved to another product (the new product is    * cbankd99
001500* checked now and the nightly run makes the change), and        * cbankd99
001600* cancel a request that is still pending.                       * cbankd99
001700***************************************************************** cbankd99
001800 05  CD99-DATA.                                                   cbankd99
001900   10  CD99I-DATA.                                                cbankd99
002000     15  CD99I-REQUEST-CODE            PIC X(1).                  cbankd99
002100       88  CD99I-READ                  VALUE '1'.                 cbankd99
002200       88  CD99I-CONVERT               VALUE '2'.                 cbankd99
002300       88  CD99I-CANCEL                VALUE '3'.                 cbankd99
002400     15  CD99I-ACCNO                   PIC X(9).                  cbankd99
002500     15  CD99I-NEW-TYPE                PIC X(1).                  cbankd99
002600   10  CD99O-DATA.                                                cbankd99
002700     15  CD99O-RESP                    PIC X(1).                  cbankd99
002800       88  CD99O-OK                    VALUE '0'.                 cbankd99
002900       88  CD99O-NOTFND                VALUE '1'.                 cbankd99
003000       88  CD99O-ERROR                 VALUE '2'.                 cbankd99
003100     15  CD99O-MSG                     PIC X(40).                 cbankd99
003200     15  CD99O-PID                     PIC X(5).                  cbankd99
003300     15  CD99O-ACC-TYPE                PIC X(1).                  cbankd99
003400     15  CD99O-ACC-DESC                PIC X(15).                 cbankd99
003500     15  CD99O-ACC-STATUS              PIC X(1).                  cbankd99
003600     15  CD99O-BALANCE                 PIC S9(7)V99 COMP-3.       cbankd99
003700     15  CD99O-CONV-STATUS             PIC X(1).                  cbankd99
003800     15  CD99O-OLD-TYPE                PIC X(1).                  cbankd99
003900     15  CD99O-NEW-TYPE                PIC X(1).                  cbankd99
004000     15  CD99O-NEW-DESC                PIC X(15).                 cbankd99
004100     15  CD99O-REQ-DATE                PIC X(10).                 cbankd99
004200     15  CD99O-CONV-DATE               PIC X(10).                 cbankd99
004300     15  CD99O-INT-SETTLED             PIC S9(7)V99 COMP-3.       cbankd99
004400     15  CD99O-OD-SETTLED              PIC S9(7)V99 COMP-3.       cbankd99
004500     15  CD99O-SVC-CHARGED             PIC S9(3)V99 COMP-3.       cbankd99
004600     15  CD99O-REASON                  PIC X(40).                 cbankd99
004700                                                                  cbankd99
004800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd99
