000100***************************************************************** cbankd83
000200*                                                               * cbankd83
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd83
000400*                                                               * cbankd83
000500***************************************************************** cbankd83
000600                                                                  cbankd83
000700***************************************************************** cbankd83
000800* CBANKD83.CPY                                                  * cbankd83
000900*---------------------------------------------------------------* cbankd83
001000* This area is used to pass data between a requesting program   * cbankd83
001100* and the I/O program (DBANK83P) which serves the staff access  * cbankd83
001200* recertification file (BNKRCRT) for the current cycle.  The    * cbankd83
001300* list request returns one page of eight of the users the       * cbankd83
001400* caller must review; the decide request confirms or revokes    * cbankd83
001500* one of them.                                                  * cbankd83
001600***************************************************************** cbankd83
001700                                                                  cbankd83
001800 05  CD83-DATA.                                                   cbankd83
001900   10  CD83I-DATA.                                                cbankd83
002000     15  CD83I-REQUEST-CODE         PIC X(1).                     cbankd83
002100       88  CD83I-LIST               VALUE '1'.                    cbankd83
002200       88  CD83I-DECIDE             VALUE '2'.                    cbankd83
002300     15  CD83I-USERID               PIC X(8).                     cbankd83
002400     15  CD83I-PAGE                 PIC 9(3).                     cbankd83
002500     15  CD83I-TARGET               PIC X(8).                     cbankd83
002600     15  CD83I-DECISION             PIC X(1).                     cbankd83
002700       88  CD83I-CONFIRM            VALUE 'C'.                    cbankd83
002800       88  CD83I-REVOKE             VALUE 'R'.                    cbankd83
002900   10  CD83O-DATA.                                                cbankd83
003000     15  CD83O-RESP                 PIC X(1).                     cbankd83
003100       88  CD83O-OK                 VALUE '0'.                    cbankd83
003200       88  CD83O-NOTFND             VALUE '1'.                    cbankd83
003300       88  CD83O-ERROR              VALUE '2'.                    cbankd83
003400     15  CD83O-MSG                  PIC X(40).                    cbankd83
003500     15  CD83O-CYCLE                PIC X(10).                    cbankd83
003600     15  CD83O-DEADLINE             PIC X(10).                    cbankd83
003700     15  CD83O-TOTAL                PIC 9(4).                     cbankd83
003800     15  CD83O-PENDING              PIC 9(4).                     cbankd83
003900     15  CD83O-PAGE                 PIC 9(3).                     cbankd83
004000     15  CD83O-MORE                 PIC X(1).                     cbankd83
004100       88  CD83O-MORE-YES           VALUE 'Y'.                    cbankd83
004200       88  CD83O-MORE-NO            VALUE 'N'.                    cbankd83
004300     15  CD83O-ENTRY-TABLE.                                       cbankd83
004400       20  CD83O-ENTRY OCCURS 8 TIMES.                            cbankd83
004500         25  CD83O-ENTRY-USERID   PIC X(8).                       cbankd83
004600         25  CD83O-ENTRY-NAME     PIC X(25).                      cbankd83
004700         25  CD83O-ENTRY-ROLE     PIC X(1).                       cbankd83
004800         25  CD83O-ENTRY-BRANCH   PIC X(3).                       cbankd83
004900         25  CD83O-ENTRY-SIGNON   PIC X(10).                      cbankd83
005000         25  CD83O-ENTRY-STATUS   PIC X(1).                       cbankd83
005100                                                                  cbankd83
005200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd83
