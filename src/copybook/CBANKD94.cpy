000100***************************************************************** cbankd94
000200*                                                               * cbankd94
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd94
000400*                                                               * cbankd94
000500***************************************************************** cbankd94
000600                                                                  cbankd94
000700***************************************************************** cbankd94
000800* CBANKD94.CPY                                                  * cbankd94
000900*---------------------------------------------------------------* cbankd94
001000* This area is used to pass data between a requesting program   * cbankd94
001100* and the I/O program (DBANK94P) which maintains the customer   * cbankd94
001200* care-marker file (BNKVULN) and builds the care banner shown   * cbankd94
001300* on the staff screens that act on a customer, keyed by PID or  * cbankd94
001400* by account number.  The reason note on each marker is only    * cbankd94
001500* returned to a supervisor or an administrator.                 * cbankd94
001600***************************************************************** cbankd94
001700                                                                  cbankd94
001800 05  CD94-DATA.                                                   cbankd94
001900   10  CD94I-DATA.                                                cbankd94
002000     15  CD94I-REQUEST-CODE         PIC X(1).                     cbankd94
002100       88  CD94I-LIST               VALUE '1'.                    cbankd94
002200       88  CD94I-ADD                VALUE '2'.                    cbankd94
002300       88  CD94I-REMOVE             VALUE '3'.                    cbankd94
002400       88  CD94I-BANNER             VALUE '4'.                    cbankd94
002500     15  CD94I-CALLER               PIC X(8).                     cbankd94
002600     15  CD94I-PID                  PIC X(5).                     cbankd94
002700     15  CD94I-ACCNO                PIC X(9).                     cbankd94
002800     15  CD94I-CODE                 PIC X(2).                     cbankd94
002900     15  CD94I-REVIEW-DTE           PIC X(10).                    cbankd94
003000     15  CD94I-INSTRUCTION          PIC X(40).                    cbankd94
003100     15  CD94I-REASON               PIC X(60).                    cbankd94
003200   10  CD94O-DATA.                                                cbankd94
003300     15  CD94O-RESP                 PIC X(1).                     cbankd94
003400       88  CD94O-OK                 VALUE '0'.                    cbankd94
003500       88  CD94O-NOTFND             VALUE '1'.                    cbankd94
003600       88  CD94O-ERROR              VALUE '2'.                    cbankd94
003700     15  CD94O-MSG                  PIC X(60).                    cbankd94
003800     15  CD94O-PID                  PIC X(5).                     cbankd94
003900     15  CD94O-NAME                 PIC X(25).                    cbankd94
004000     15  CD94O-ACTIVE               PIC 9(2).                     cbankd94
004100     15  CD94O-PAUSE-COLL           PIC X(1).                     cbankd94
004200       88  CD94O-PAUSE-COLL-YES     VALUE 'Y'.                    cbankd94
004300       88  CD94O-PAUSE-COLL-NO      VALUE 'N'.                    cbankd94
004400     15  CD94O-REVIEW-DUE           PIC X(1).                     cbankd94
004500       88  CD94O-REVIEW-DUE-YES     VALUE 'Y'.                    cbankd94
004600       88  CD94O-REVIEW-DUE-NO      VALUE 'N'.                    cbankd94
004700     15  CD94O-SHOW-REASON          PIC X(1).                     cbankd94
004800       88  CD94O-SHOW-REASON-YES    VALUE 'Y'.                    cbankd94
004900       88  CD94O-SHOW-REASON-NO     VALUE 'N'.                    cbankd94
005000     15  CD94O-BANNER               PIC X(79).                    cbankd94
005100     15  CD94O-COUNT                PIC 9(2).                     cbankd94
005200     15  CD94O-ENTRY-TABLE.                                       cbankd94
005300       20  CD94O-ENTRY OCCURS 6 TIMES.                            cbankd94
005400         25  CD94O-ENTRY-CODE       PIC X(2).                     cbankd94
005500         25  CD94O-ENTRY-STATUS     PIC X(1).                     cbankd94
005600         25  CD94O-ENTRY-ADDED      PIC X(10).                    cbankd94
005700         25  CD94O-ENTRY-BY         PIC X(8).                     cbankd94
005800         25  CD94O-ENTRY-REVIEW     PIC X(10).                    cbankd94
005900         25  CD94O-ENTRY-INSTR      PIC X(40).                    cbankd94
006000         25  CD94O-ENTRY-REASON     PIC X(60).                    cbankd94
006100                                                                  cbankd94
006200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd94
