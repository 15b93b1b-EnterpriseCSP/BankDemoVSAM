000100***************************************************************** cbankvcv
000200*                                                               * cbankvcv
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvcv
000400*                                                               * cbankvcv
000500***************************************************************** cbankvcv
000600                                                                  cbankvcv
000700***************************************************************** cbankvcv
000800* CBANKVCV.CPY                                                  * cbankvcv
000900*---------------------------------------------------------------* cbankvcv
001000* This is the record layout for the product conversion file,    * cbankvcv
001100* BNKPCNV, keyed by account number.  Staff ask for an account   * cbankvcv
001200* to be moved to another product on the SPCNV01P screen, which  * cbankvcv
001300* checks the new product and leaves the request pending; the    * cbankvcv
001400* nightly ZBNKCNV1 run settles the interest and overdraft       * cbankvcv
001500* interest accrued under the old product to the conversion      * cbankvcv
001600* date, takes that month's service charge for the days the old  * cbankvcv
001700* product was held, changes the account type and marks the      * cbankvcv
001800* request done with what was settled - or rejected, with the    * cbankvcv
001900* reason, when the account no longer qualifies.  The month-end  * cbankvcv
002000* interest and fee runs read the done request so the new        * cbankvcv
002100* product is paid and charged only for the rest of the month.   * cbankvcv
002200***************************************************************** cbankvcv
002300 05  PCV-RECORD                        PIC X(100).                cbankvcv
002400 05  FILLER REDEFINES PCV-RECORD.                                 cbankvcv
002500   10  PCV-REC-ACCNO                   PIC X(9).                  cbankvcv
002600   10  PCV-REC-STATUS                  PIC X(1).                  cbankvcv
002700     88  PCV-STATUS-PENDING            VALUE 'P'.                 cbankvcv
002800     88  PCV-STATUS-DONE               VALUE 'D'.                 cbankvcv
002900     88  PCV-STATUS-REJECTED           VALUE 'R'.                 cbankvcv
003000     88  PCV-STATUS-CANCELLED          VALUE 'X'.                 cbankvcv
003100   10  PCV-REC-PID                     PIC X(5).                  cbankvcv
003200   10  PCV-REC-OLD-TYPE                PIC X(1).                  cbankvcv
003300   10  PCV-REC-NEW-TYPE                PIC X(1).                  cbankvcv
003400   10  PCV-REC-REQ-DATE                PIC X(10).                 cbankvcv
003500   10  PCV-REC-CONV-DATE               PIC X(10).                 cbankvcv
003600   10  PCV-REC-INT-SETTLED             PIC S9(7)V99 COMP-3.       cbankvcv
003700   10  PCV-REC-OD-SETTLED              PIC S9(7)V99 COMP-3.       cbankvcv
003800   10  PCV-REC-SVC-CHARGED             PIC S9(3)V99 COMP-3.       cbankvcv
003900   10  PCV-REC-REASON                  PIC X(40).                 cbankvcv
004000   10  PCV-REC-FILLER                  PIC X(10).                 cbankvcv
004100                                                                  cbankvcv
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcv
