000100***************************************************************** cbankvcr
000200*                                                               * cbankvcr
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvcr
000400*                                                               * cbankvcr
000500***************************************************************** cbankvcr
000600                                                                  cbankvcr
000700***************************************************************** cbankvcr
000800* CBANKVCR.CPY                                                  * cbankvcr
000900*---------------------------------------------------------------* cbankvcr
001000* This is the record layout for the staff access                * cbankvcr
001100* recertification file, BNKRCRT.  ZBNKRCT1 opens a quarterly    * cbankvcr
001200* cycle by writing one row for every active staff user, keyed   * cbankvcr
001300* by the cycle (the date the cycle was opened) and the userid,  * cbankvcr
001400* naming the manager of the user's home branch who must review  * cbankvcr
001500* the access.  A blank manager means the user has no branch     * cbankvcr
001600* manager, or is the manager, and the row is reviewed by an     * cbankvcr
001700* administrator instead.  The row carries the role, name and    * cbankvcr
001800* branch as they stood when the cycle opened, the last          * cbankvcr
001900* successful sign-on from BNKSGNJ and the deadline.  DBANK83P   * cbankvcr
002000* records the manager's decision - confirmed or revoked - with  * cbankvcr
002100* who made it and when, and a revoke deactivates the BNKSTAF    * cbankvcr
002200* row at once.  ZBNKRCT2 closes the cycle after the deadline,   * cbankvcr
002300* marking every row still pending as expired and deactivating   * cbankvcr
002400* the user.                                                     * cbankvcr
002500***************************************************************** cbankvcr
002600                                                                  cbankvcr
002700 05  RCT-RECORD                           PIC X(160).             cbankvcr
002800 05  FILLER REDEFINES RCT-RECORD.                                 cbankvcr
002900   10  RCT-KEY.                                                   cbankvcr
003000     15  RCT-REC-CYCLE                  PIC X(10).                cbankvcr
003100     15  RCT-REC-USERID                 PIC X(8).                 cbankvcr
003200   10  RCT-REC-MANAGER                PIC X(8).                   cbankvcr
003300   10  RCT-REC-BRANCH                 PIC X(3).                   cbankvcr
003400   10  RCT-REC-ROLE                   PIC X(1).                   cbankvcr
003500   10  RCT-REC-NAME                   PIC X(25).                  cbankvcr
003600   10  RCT-REC-LAST-SIGNON            PIC X(26).                  cbankvcr
003700   10  RCT-REC-DEADLINE               PIC X(10).                  cbankvcr
003800   10  RCT-REC-STATUS                 PIC X(1).                   cbankvcr
003900     88  RCT-STATUS-PENDING           VALUE 'P'.                  cbankvcr
004000     88  RCT-STATUS-CONFIRMED         VALUE 'C'.                  cbankvcr
004100     88  RCT-STATUS-REVOKED           VALUE 'R'.                  cbankvcr
004200     88  RCT-STATUS-EXPIRED           VALUE 'X'.                  cbankvcr
004300   10  RCT-REC-DECIDED-BY             PIC X(8).                   cbankvcr
004400   10  RCT-REC-DECIDED-TS             PIC X(26).                  cbankvcr
004500   10  RCT-REC-DEACTIVATED            PIC X(1).                   cbankvcr
004600     88  RCT-DEACTIVATED-YES          VALUE 'Y'.                  cbankvcr
004700   10  RCT-REC-FILLER                 PIC X(33).                  cbankvcr
004800                                                                  cbankvcr
004900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcr
