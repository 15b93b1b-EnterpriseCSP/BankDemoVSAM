000100***************************************************************** cbankd70
000200*                                                               * cbankd70
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd70
000400*                                                               * cbankd70
000500***************************************************************** cbankd70
000600                                                                  cbankd70
000700***************************************************************** cbankd70
000800* CBANKD70.CPY                                                  * cbankd70
000900*---------------------------------------------------------------* cbankd70
001000* This area is used to pass data between a requesting program   * cbankd70
001100* and the I/O program (DBANK70P) which maintains an account's   * cbankd70
001200* positive-pay enrolment (BNKPPEN) and records the customer's   * cbankd70
001300* pay / return decisions on the held exceptions (BNKPPEX).      * cbankd70
001400***************************************************************** cbankd70
001500                                                                  cbankd70
001600 05  CD70-DATA.                                                   cbankd70
001700   10  CD70I-DATA.                                                cbankd70
001800     15  CD70I-REQUEST-CODE         PIC X(1).                     cbankd70
001900       88  CD70I-BROWSE             VALUE '1'.                    cbankd70
002000       88  CD70I-ENROL              VALUE '2'.                    cbankd70
002100       88  CD70I-WITHDRAW           VALUE '3'.                    cbankd70
002200       88  CD70I-DECIDE             VALUE '4'.                    cbankd70
002300     15  CD70I-PID                  PIC X(5).                     cbankd70
002400     15  CD70I-ACCNO                PIC X(9).                     cbankd70
002500     15  CD70I-DEFAULT-DECISION     PIC X(1).                     cbankd70
002600     15  CD70I-SERIAL               PIC X(6).                     cbankd70
002700     15  CD70I-DECISION             PIC X(1).                     cbankd70
002800       88  CD70I-DECIDE-PAY         VALUE 'P'.                    cbankd70
002900       88  CD70I-DECIDE-RETURN      VALUE 'R'.                    cbankd70
003000   10  CD70O-DATA.                                                cbankd70
003100     15  CD70O-RESP                 PIC X(1).                     cbankd70
003200       88  CD70O-OK                 VALUE '0'.                    cbankd70
003300       88  CD70O-NOTFND             VALUE '1'.                    cbankd70
003400       88  CD70O-ERROR              VALUE '2'.                    cbankd70
003500     15  CD70O-MSG                  PIC X(40).                    cbankd70
003600     15  CD70O-ENROLLED             PIC X(1).                     cbankd70
003700     15  CD70O-DEFAULT-DECISION     PIC X(1).                     cbankd70
003800     15  CD70O-ENTRY-TABLE.                                       cbankd70
003900       20  CD70O-ENTRY OCCURS 4 TIMES.                            cbankd70
004000         25  CD70O-ENTRY-SERIAL   PIC X(6).                       cbankd70
004100         25  CD70O-ENTRY-AMOUNT   PIC ZZZZZZ9.99.                 cbankd70
004200         25  CD70O-ENTRY-REASON   PIC X(2).                       cbankd70
004300         25  CD70O-ENTRY-CUTOFF   PIC X(10).                      cbankd70
004400         25  CD70O-ENTRY-DECISION PIC X(1).                       cbankd70
004500                                                                  cbankd70
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd70
