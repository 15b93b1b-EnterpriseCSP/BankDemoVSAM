000100***************************************************************** cbankd93
000200*                                                               * cbankd93
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd93
000400*                                                               * cbankd93
000500***************************************************************** cbankd93
000600                                                                  cbankd93
000700***************************************************************** cbankd93
000800* CBANKD93.CPY                                                  * cbankd93
000900*---------------------------------------------------------------* cbankd93
001000* This area is used to pass data between a requesting program   * cbankd93
001100* and the I/O program (DBANK93P) which reads the statement      * cbankd93
001200* archive (BNKSTMA) - list an account's past statements newest  * cbankd93
001300* first, a page of eight at a time starting before the key of   * cbankd93
001400* the last one shown, show one statement's header and a page of * cbankd93
001500* its transactions, and ask for a duplicate of it to be printed * cbankd93
001600* and charged by the overnight run ZBNKDST1.  A PID, where one  * cbankd93
001700* is given, must be the one the statement was made out to.      * cbankd93
001800***************************************************************** cbankd93
001900                                                                  cbankd93
002000 05  CD93-DATA.                                                   cbankd93
002100   10  CD93I-DATA.                                                cbankd93
002200     15  CD93I-REQUEST-CODE         PIC X(1).                     cbankd93
002300       88  CD93I-LIST               VALUE '1'.                    cbankd93
002400       88  CD93I-VIEW               VALUE '2'.                    cbankd93
002500       88  CD93I-DUPLICATE          VALUE '3'.                    cbankd93
002600     15  CD93I-PID                  PIC X(5).                     cbankd93
002700     15  CD93I-ACCNO                PIC X(9).                     cbankd93
002800     15  CD93I-STMT-KEY             PIC X(23).                    cbankd93
002900     15  CD93I-START-KEY            PIC X(23).                    cbankd93
003000     15  CD93I-USERID               PIC X(8).                     cbankd93
003100   10  CD93O-DATA.                                                cbankd93
003200     15  CD93O-RESP                 PIC X(1).                     cbankd93
003300       88  CD93O-OK                 VALUE '0'.                    cbankd93
003400       88  CD93O-NOTFND             VALUE '1'.                    cbankd93
003500       88  CD93O-ERROR              VALUE '2'.                    cbankd93
003600     15  CD93O-MSG                  PIC X(40).                    cbankd93
003700     15  CD93O-MORE                 PIC X(1).                     cbankd93
003800       88  CD93O-MORE-ENTRIES       VALUE 'Y'.                    cbankd93
003900     15  CD93O-NEXT-KEY             PIC X(23).                    cbankd93
004000     15  CD93O-HDR-STMT-DTE         PIC X(10).                    cbankd93
004100     15  CD93O-HDR-NAME             PIC X(25).                    cbankd93
004200     15  CD93O-HDR-ACC-DESC         PIC X(15).                    cbankd93
004300     15  CD93O-HDR-PREV-STMT-DTE    PIC X(10).                    cbankd93
004400     15  CD93O-HDR-CURR-BAL         PIC S9(7)V99 COMP-3.          cbankd93
004500     15  CD93O-HDR-TXN-COUNT        PIC 9(4).                     cbankd93
004600     15  CD93O-HDR-TXN-TOTAL        PIC S9(7)V99 COMP-3.          cbankd93
004700     15  CD93O-HDR-DELIVERY         PIC X(1).                     cbankd93
004800     15  CD93O-HDR-DUP-STATUS       PIC X(1).                     cbankd93
004900     15  CD93O-HDR-DUP-COUNT        PIC 9(3).                     cbankd93
005000     15  CD93O-COUNT                PIC 9(2).                     cbankd93
005100     15  CD93O-ENTRY                OCCURS 8 TIMES.               cbankd93
005200       20  CD93O-ENTRY-KEY          PIC X(23).                    cbankd93
005300       20  CD93O-ENTRY-STMT-DTE     PIC X(10).                    cbankd93
005400       20  CD93O-ENTRY-PREV-DTE     PIC X(10).                    cbankd93
005500       20  CD93O-ENTRY-CURR-BAL     PIC S9(7)V99 COMP-3.          cbankd93
005600       20  CD93O-ENTRY-TXN-COUNT    PIC 9(4).                     cbankd93
005700       20  CD93O-ENTRY-DUP-STATUS   PIC X(1).                     cbankd93
005800       20  CD93O-ENTRY-TIMESTAMP    PIC X(26).                    cbankd93
005900       20  CD93O-ENTRY-DESC         PIC X(30).                    cbankd93
006000       20  CD93O-ENTRY-AMOUNT       PIC S9(7)V99 COMP-3.          cbankd93
006100                                                                  cbankd93
006200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd93
