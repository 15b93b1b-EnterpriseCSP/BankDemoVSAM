000100***************************************************************** cbankd98
000200*                                                               * cbankd98
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd98
000400*                                                               * cbankd98
000500***************************************************************** cbankd98
000600                                                                  cbankd98
000700***************************************************************** cbankd98
000800* CBANKD98.CPY                                                  * cbankd98
000900*---------------------------------------------------------------* cbankd98
001000* This area is used to pass data between a requesting program   * cbankd98
001100* and the I/O program (DBANK98P) which keeps the round-up       * cbankd98
001200* savings enrolments (BNKRNDU) - show an account's enrolment,   * cbankd98
001300* enrol an account or change its savings account, multiple,     * cbankd98
001400* ATM choice and threshold, stop the round-ups, and collect     * cbankd98
001500* the round-up on an ATM withdrawal for an account that takes   * cbankd98
001600* them, the amount collected coming back in CD98O-ROUNDUP.      * cbankd98
001700***************************************************************** cbankd98
001800 05  CD98-DATA.                                                   cbankd98
001900   10  CD98I-DATA.                                                cbankd98
002000     15  CD98I-REQUEST-CODE      PIC X(1).                        cbankd98
002100       88  CD98I-READ            VALUE '1'.                       cbankd98
002200       88  CD98I-ENROL           VALUE '2'.                       cbankd98
002300       88  CD98I-STOP            VALUE '3'.                       cbankd98
002400       88  CD98I-ATM-ROUNDUP     VALUE '4'.                       cbankd98
002500     15  CD98I-ACCNO             PIC X(9).                        cbankd98
002600     15  CD98I-SAVE-ACCNO        PIC X(9).                        cbankd98
002700     15  CD98I-MULTIPLE          PIC 9(3).                        cbankd98
002800     15  CD98I-ATM               PIC X(1).                        cbankd98
002900     15  CD98I-THRESHOLD         PIC S9(7)V99 COMP-3.             cbankd98
003000     15  CD98I-AMOUNT            PIC S9(7)V99 COMP-3.             cbankd98
003100   10  CD98O-DATA.                                                cbankd98
003200     15  CD98O-RESP              PIC X(1).                        cbankd98
003300       88  CD98O-OK              VALUE '0'.                       cbankd98
003400       88  CD98O-NOTFND          VALUE '1'.                       cbankd98
003500       88  CD98O-ERROR           VALUE '2'.                       cbankd98
003600     15  CD98O-MSG               PIC X(40).                       cbankd98
003700     15  CD98O-STATUS            PIC X(1).                        cbankd98
003800     15  CD98O-SAVE-ACCNO        PIC X(9).                        cbankd98
003900     15  CD98O-MULTIPLE          PIC 9(3).                        cbankd98
004000     15  CD98O-ATM               PIC X(1).                        cbankd98
004100     15  CD98O-THRESHOLD         PIC S9(7)V99 COMP-3.             cbankd98
004200     15  CD98O-PENDING-AMT       PIC S9(7)V99 COMP-3.             cbankd98
004300     15  CD98O-PENDING-CNT       PIC S9(5) COMP-3.                cbankd98
004400     15  CD98O-LAST-XFER-DATE    PIC X(10).                       cbankd98
004500     15  CD98O-MONTH             PIC X(7).                        cbankd98
004600     15  CD98O-MONTH-AMT         PIC S9(7)V99 COMP-3.             cbankd98
004700     15  CD98O-PRIOR-MONTH       PIC X(7).                        cbankd98
004800     15  CD98O-PRIOR-AMT         PIC S9(7)V99 COMP-3.             cbankd98
004900     15  CD98O-ROUNDUP           PIC S9(7)V99 COMP-3.             cbankd98
005000                                                                  cbankd98
005100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd98
