000100***************************************************************** cbankd97
000200*                                                               * cbankd97
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd97
000400*                                                               * cbankd97
000500***************************************************************** cbankd97
000600                                                                  cbankd97
000700***************************************************************** cbankd97
000800* CBANKD97.CPY                                                  * cbankd97
000900*---------------------------------------------------------------* cbankd97
001000* This area is used to pass data between a requesting program   * cbankd97
001100* and the I/O program (DBANK97P) which keeps the savings goals  * cbankd97
001200* of a savings account (BNKGOAL) - list the account's balance,  * cbankd97
001300* its unallocated amount and its active goals, add a goal,      * cbankd97
001400* change a goal's name, target or monthly auto amount, move     * cbankd97
001500* money between two goals or a goal and the unallocated balance * cbankd97
001600* (goal 00), and close a goal, its money going back to the      * cbankd97
001700* unallocated balance.  A PID, where one is given, must own the * cbankd97
001800* account.  Every request returns the list as it then stands.   * cbankd97
001900***************************************************************** cbankd97
002000 05  CD97-DATA.                                                   cbankd97
002100   10  CD97I-DATA.                                                cbankd97
002200     15  CD97I-REQUEST-CODE      PIC X(1).                        cbankd97
002300       88  CD97I-LIST            VALUE '1'.                       cbankd97
002400       88  CD97I-ADD             VALUE '2'.                       cbankd97
002500       88  CD97I-UPDATE          VALUE '3'.                       cbankd97
002600       88  CD97I-MOVE            VALUE '4'.                       cbankd97
002700       88  CD97I-CLOSE           VALUE '5'.                       cbankd97
002800     15  CD97I-PID               PIC X(5).                        cbankd97
002900     15  CD97I-ACCNO             PIC X(9).                        cbankd97
003000     15  CD97I-SEQ               PIC X(2).                        cbankd97
003100     15  CD97I-TO-SEQ            PIC X(2).                        cbankd97
003200     15  CD97I-NAME              PIC X(20).                       cbankd97
003300     15  CD97I-TARGET-AMT        PIC S9(7)V99 COMP-3.             cbankd97
003400     15  CD97I-TARGET-DATE       PIC X(10).                       cbankd97
003500     15  CD97I-AUTO-AMT          PIC S9(5)V99 COMP-3.             cbankd97
003600     15  CD97I-AMOUNT            PIC S9(7)V99 COMP-3.             cbankd97
003700   10  CD97O-DATA.                                                cbankd97
003800     15  CD97O-RESP              PIC X(1).                        cbankd97
003900       88  CD97O-OK              VALUE '0'.                       cbankd97
004000       88  CD97O-NOTFND          VALUE '1'.                       cbankd97
004100       88  CD97O-ERROR           VALUE '2'.                       cbankd97
004200     15  CD97O-MSG               PIC X(40).                       cbankd97
004300     15  CD97O-BALANCE           PIC S9(7)V99 COMP-3.             cbankd97
004400     15  CD97O-UNALLOCATED       PIC S9(7)V99 COMP-3.             cbankd97
004500     15  CD97O-COUNT             PIC 9(2).                        cbankd97
004600     15  CD97O-ENTRY                 OCCURS 8 TIMES.              cbankd97
004700       20  CD97O-ENTRY-SEQ       PIC X(2).                        cbankd97
004800       20  CD97O-ENTRY-NAME      PIC X(20).                       cbankd97
004900       20  CD97O-ENTRY-TARGET-AMT    PIC S9(7)V99 COMP-3.         cbankd97
005000       20  CD97O-ENTRY-TARGET-DATE   PIC X(10).                   cbankd97
005100       20  CD97O-ENTRY-ALLOCATED     PIC S9(7)V99 COMP-3.         cbankd97
005200       20  CD97O-ENTRY-AUTO-AMT  PIC S9(5)V99 COMP-3.             cbankd97
005300       20  CD97O-ENTRY-PERCENT   PIC 9(3).                        cbankd97
005400                                                                  cbankd97
005500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd97
