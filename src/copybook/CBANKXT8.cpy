000100***************************************************************** cbankxt8
000200*                                                               * cbankxt8
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankxt8
000400*                                                               * cbankxt8
000500***************************************************************** cbankxt8
000600                                                                  cbankxt8
000700***************************************************************** cbankxt8
000800* CBANKXT8.CPY                                                  * cbankxt8
000900*---------------------------------------------------------------* cbankxt8
001000* This is the record layout used for the campaign list written  * cbankxt8
001100* by ZBNKCMP1 - one record per customer selected for a          * cbankxt8
001200* campaign, carrying the contact details for the channel the    * cbankxt8
001300* campaign goes out on and the account that qualified the       * cbankxt8
001400* customer.  A trailer record with the count follows the list.  * cbankxt8
001500***************************************************************** cbankxt8
001600                                                                  cbankxt8
001700 05  XTACT08-RECORD.                                              cbankxt8
001800   10  BANKXT08-RECORD-TYPE                PIC X(1).              cbankxt8
001900     88  BANKXT08-DETAIL                   VALUE 'D'.             cbankxt8
002000     88  BANKXT08-TRAILER                  VALUE 'T'.             cbankxt8
002100   10  BANKXT08-CAMPAIGN                   PIC X(6).              cbankxt8
002200   10  BANKXT08-CHANNEL                    PIC X(1).              cbankxt8
002300   10  BANKXT08-DETAIL-DATA.                                      cbankxt8
002400     15  BANKXT08-PID                      PIC X(5).              cbankxt8
002500     15  BANKXT08-NAME                     PIC X(25).             cbankxt8
002600     15  BANKXT08-ADDR1                    PIC X(25).             cbankxt8
002700     15  BANKXT08-ADDR2                    PIC X(25).             cbankxt8
002800     15  BANKXT08-STATE                    PIC X(2).              cbankxt8
002900     15  BANKXT08-CNTRY                    PIC X(6).              cbankxt8
003000     15  BANKXT08-POST-CODE                PIC X(6).              cbankxt8
003100     15  BANKXT08-TEL                      PIC X(12).             cbankxt8
003200     15  BANKXT08-EMAIL                    PIC X(30).             cbankxt8
003300     15  BANKXT08-ACCNO                    PIC X(9).              cbankxt8
003400     15  BANKXT08-ACC-TYPE                 PIC X(1).              cbankxt8
003500     15  BANKXT08-BALANCE                  PIC S9(7)V99 COMP-3.   cbankxt8
003600     15  BANKXT08-BRANCH                   PIC X(3).              cbankxt8
003700     15  BANKXT08-TENURE-MONTHS            PIC 9(4).              cbankxt8
003800     15  FILLER                            PIC X(34).             cbankxt8
003900   10  BANKXT08-TRAILER-DATA REDEFINES BANKXT08-DETAIL-DATA.      cbankxt8
004000     15  BANKXT08-SELECTED-COUNT           PIC 9(7).              cbankxt8
004100     15  BANKXT08-RUN-DATE                 PIC X(10).             cbankxt8
004200     15  FILLER                            PIC X(175).            cbankxt8
004300                                                                  cbankxt8
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxt8
