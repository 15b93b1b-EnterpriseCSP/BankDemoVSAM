000100***************************************************************** cbankvcn
000200*                                                               * cbankvcn
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvcn
000400*                                                               * cbankvcn
000500***************************************************************** cbankvcn
000600                                                                  cbankvcn
000700***************************************************************** cbankvcn
000800* CBANKVCN.CPY                                                  * cbankvcn
000900*---------------------------------------------------------------* cbankvcn
001000* This is the record layout for the staff connected-party       * cbankvcn
001100* register, BNKSCON - one row for each customer a member of     * cbankvcn
001200* staff has declared as connected to them (family, partner,     * cbankvcn
001300* business interest or other), keyed by the staff userid and    * cbankvcn
001400* the customer PID.  A removed declaration is kept with who     * cbankvcn
001500* removed it and when rather than deleted.  The staff member's  * cbankvcn
001600* own PID on BNKSTAF and their household on BNKHHLD make up the * cbankvcn
001700* rest of the connected parties.  Maintained by SCONP01P via    * cbankvcn
001800* DBANK84P, which also answers the connected-party check the    * cbankvcn
001900* teller screens make, and read by the nightly ZBNKCON1         * cbankvcn
002000* monitoring run.                                               * cbankvcn
002100***************************************************************** cbankvcn
002200                                                                  cbankvcn
002300 05  SCN-RECORD                           PIC X(80).              cbankvcn
002400 05  FILLER REDEFINES SCN-RECORD.                                 cbankvcn
002500   10  SCN-KEY.                                                   cbankvcn
002600     15  SCN-REC-USERID                 PIC X(8).                 cbankvcn
002700     15  SCN-REC-PID                    PIC X(5).                 cbankvcn
002800   10  SCN-REC-RELATION               PIC X(1).                   cbankvcn
002900     88  SCN-REL-FAMILY               VALUE 'F'.                  cbankvcn
003000     88  SCN-REL-PARTNER              VALUE 'P'.                  cbankvcn
003100     88  SCN-REL-BUSINESS             VALUE 'B'.                  cbankvcn
003200     88  SCN-REL-OTHER                VALUE 'O'.                  cbankvcn
003300   10  SCN-REC-STATUS                 PIC X(1).                   cbankvcn
003400     88  SCN-STATUS-ACTIVE            VALUE 'A'.                  cbankvcn
003500     88  SCN-STATUS-REMOVED           VALUE 'R'.                  cbankvcn
003600   10  SCN-REC-DECLARED-DTE           PIC X(10).                  cbankvcn
003700   10  SCN-REC-DECLARED-BY            PIC X(8).                   cbankvcn
003800   10  SCN-REC-REMOVED-DTE            PIC X(10).                  cbankvcn
003900   10  SCN-REC-REMOVED-BY             PIC X(8).                   cbankvcn
004000   10  SCN-REC-FILLER                 PIC X(29).                  cbankvcn
004100                                                                  cbankvcn
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcn
