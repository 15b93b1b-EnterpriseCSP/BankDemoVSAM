000100***************************************************************** cbankd84
000200*                                                               * cbankd84
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd84
000400*                                                               * cbankd84
000500***************************************************************** cbankd84
000600                                                                  cbankd84
000700***************************************************************** cbankd84
000800* CBANKD84.CPY                                                  * cbankd84
000900*---------------------------------------------------------------* cbankd84
001000* This area is used to pass data between a requesting program   * cbankd84
001100* and the I/O program (DBANK84P) which maintains the staff      * cbankd84
001200* connected-party register (BNKSCON) and answers whether a      * cbankd84
001300* customer, keyed by PID or by account number, is connected to  * cbankd84
001400* a member of staff - their own PID, a member of their          * cbankd84
001500* household on BNKHHLD or a declared party.  A connected answer * cbankd84
001600* is logged to BNKTRLG, as is a supervisor's override of it.    * cbankd84
001700***************************************************************** cbankd84
001800                                                                  cbankd84
001900 05  CD84-DATA.                                                   cbankd84
002000   10  CD84I-DATA.                                                cbankd84
002100     15  CD84I-REQUEST-CODE         PIC X(1).                     cbankd84
002200       88  CD84I-LIST               VALUE '1'.                    cbankd84
002300       88  CD84I-DECLARE            VALUE '2'.                    cbankd84
002400       88  CD84I-REMOVE             VALUE '3'.                    cbankd84
002500       88  CD84I-CHECK              VALUE '4'.                    cbankd84
002600       88  CD84I-OVERRIDE           VALUE '5'.                    cbankd84
002700     15  CD84I-USERID               PIC X(8).                     cbankd84
002800     15  CD84I-CALLER               PIC X(8).                     cbankd84
002900     15  CD84I-PID                  PIC X(5).                     cbankd84
003000     15  CD84I-ACCNO                PIC X(9).                     cbankd84
003100     15  CD84I-RELATION             PIC X(1).                     cbankd84
003200     15  CD84I-SUPERVISOR           PIC X(8).                     cbankd84
003300     15  CD84I-TERM                 PIC X(4).                     cbankd84
003400     15  CD84I-PROGRAM              PIC X(8).                     cbankd84
003500     15  CD84I-PAGE                 PIC 9(3).                     cbankd84
003600   10  CD84O-DATA.                                                cbankd84
003700     15  CD84O-RESP                 PIC X(1).                     cbankd84
003800       88  CD84O-OK                 VALUE '0'.                    cbankd84
003900       88  CD84O-NOTFND             VALUE '1'.                    cbankd84
004000       88  CD84O-ERROR              VALUE '2'.                    cbankd84
004100     15  CD84O-MSG                  PIC X(60).                    cbankd84
004200     15  CD84O-CONNECTED            PIC X(1).                     cbankd84
004300       88  CD84O-CONNECTED-YES      VALUE 'Y'.                    cbankd84
004400       88  CD84O-CONNECTED-NO       VALUE 'N'.                    cbankd84
004500     15  CD84O-REASON               PIC X(1).                     cbankd84
004600       88  CD84O-REASON-OWN         VALUE 'O'.                    cbankd84
004700       88  CD84O-REASON-HOUSEHOLD   VALUE 'H'.                    cbankd84
004800       88  CD84O-REASON-DECLARED    VALUE 'D'.                    cbankd84
004900     15  CD84O-PID                  PIC X(5).                     cbankd84
005000     15  CD84O-STAFF-NAME           PIC X(25).                    cbankd84
005100     15  CD84O-OWN-PID              PIC X(5).                     cbankd84
005200     15  CD84O-TOTAL                PIC 9(4).                     cbankd84
005300     15  CD84O-PAGE                 PIC 9(3).                     cbankd84
005400     15  CD84O-MORE                 PIC X(1).                     cbankd84
005500       88  CD84O-MORE-YES           VALUE 'Y'.                    cbankd84
005600       88  CD84O-MORE-NO            VALUE 'N'.                    cbankd84
005700     15  CD84O-ENTRY-TABLE.                                       cbankd84
005800       20  CD84O-ENTRY OCCURS 8 TIMES.                            cbankd84
005900         25  CD84O-ENTRY-PID      PIC X(5).                       cbankd84
006000         25  CD84O-ENTRY-NAME     PIC X(25).                      cbankd84
006100         25  CD84O-ENTRY-RELATION PIC X(1).                       cbankd84
006200         25  CD84O-ENTRY-STATUS   PIC X(1).                       cbankd84
006300         25  CD84O-ENTRY-DECL-DTE PIC X(10).                      cbankd84
006400         25  CD84O-ENTRY-DECL-BY  PIC X(8).                       cbankd84
006500                                                                  cbankd84
006600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd84
