000100***************************************************************** cbankd80
000200*                                                               * cbankd80
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd80
000400*                                                               * cbankd80
000500***************************************************************** cbankd80
000600                                                                  cbankd80
000700***************************************************************** cbankd80
000800* CBANKD80.CPY                                                  * cbankd80
000900*---------------------------------------------------------------* cbankd80
001000* This area is used to pass data between a requesting program   * cbankd80
001100* and the I/O program (DBANK80P) which maintains the customer   * cbankd80
001200* complaints register (BNKCMPL) - read a complaint, or a        * cbankd80
001300* customer's latest one, log a new complaint, record the        * cbankd80
001400* acknowledgment, reassign the owner, record the final response * cbankd80
001500* with its root cause and outcome, or pay redress to the        * cbankd80
001600* customer's account - with an audit posting for every change.  * cbankd80
001700***************************************************************** cbankd80
001800                                                                  cbankd80
001900 05  CD80-DATA.                                                   cbankd80
002000   10  CD80I-DATA.                                                cbankd80
002100     15  CD80I-REQUEST-CODE         PIC X(1).                     cbankd80
002200       88  CD80I-READ               VALUE '1'.                    cbankd80
002300       88  CD80I-LOG                VALUE '2'.                    cbankd80
002400       88  CD80I-ACKNOWLEDGE        VALUE '3'.                    cbankd80
002500       88  CD80I-ASSIGN             VALUE '4'.                    cbankd80
002600       88  CD80I-RESPOND            VALUE '5'.                    cbankd80
002700       88  CD80I-REDRESS            VALUE '6'.                    cbankd80
002800     15  CD80I-COMPLAINT-ID         PIC X(14).                    cbankd80
002900     15  CD80I-PID                  PIC X(5).                     cbankd80
003000     15  CD80I-ACCNO                PIC X(9).                     cbankd80
003100     15  CD80I-CATEGORY             PIC X(2).                     cbankd80
003200     15  CD80I-CHANNEL              PIC X(1).                     cbankd80
003300     15  CD80I-RECEIVED-DATE        PIC X(10).                    cbankd80
003400     15  CD80I-SUMMARY              PIC X(60).                    cbankd80
003500     15  CD80I-OWNER                PIC X(8).                     cbankd80
003600     15  CD80I-ROOT-CAUSE           PIC X(2).                     cbankd80
003700     15  CD80I-OUTCOME              PIC X(1).                     cbankd80
003800     15  CD80I-REDRESS-AMOUNT       PIC S9(7)V99 COMP-3.          cbankd80
003900     15  CD80I-USERID               PIC X(8).                     cbankd80
004000   10  CD80O-DATA.                                                cbankd80
004100     15  CD80O-RESP                 PIC X(1).                     cbankd80
004200       88  CD80O-OK                 VALUE '0'.                    cbankd80
004300       88  CD80O-NOTFND             VALUE '1'.                    cbankd80
004400       88  CD80O-ERROR              VALUE '2'.                    cbankd80
004500     15  CD80O-MSG                  PIC X(40).                    cbankd80
004600     15  CD80O-COMPLAINT-ID         PIC X(14).                    cbankd80
004700     15  CD80O-PID                  PIC X(5).                     cbankd80
004800     15  CD80O-NAME                 PIC X(25).                    cbankd80
004900     15  CD80O-ACCNO                PIC X(9).                     cbankd80
005000     15  CD80O-STATUS               PIC X(1).                     cbankd80
005100     15  CD80O-CATEGORY             PIC X(2).                     cbankd80
005200     15  CD80O-CHANNEL              PIC X(1).                     cbankd80
005300     15  CD80O-RECEIVED-DATE        PIC X(10).                    cbankd80
005400     15  CD80O-ACK-DUE-DATE         PIC X(10).                    cbankd80
005500     15  CD80O-FINAL-DUE-DATE       PIC X(10).                    cbankd80
005600     15  CD80O-ACK-DATE             PIC X(10).                    cbankd80
005700     15  CD80O-OWNER                PIC X(8).                     cbankd80
005800     15  CD80O-ROOT-CAUSE           PIC X(2).                     cbankd80
005900     15  CD80O-OUTCOME              PIC X(1).                     cbankd80
006000     15  CD80O-FINAL-DATE           PIC X(10).                    cbankd80
006100     15  CD80O-REDRESS-AMOUNT       PIC S9(7)V99 COMP-3.          cbankd80
006200     15  CD80O-REDRESS-COUNT        PIC 9(2).                     cbankd80
006300     15  CD80O-REDRESS-DATE         PIC X(10).                    cbankd80
006400     15  CD80O-SUMMARY              PIC X(60).                    cbankd80
006500                                                                  cbankd80
006600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd80
