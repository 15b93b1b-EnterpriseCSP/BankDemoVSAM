000100***************************************************************** cbvalrgd
000200*                                                               * cbvalrgd
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbvalrgd
000400*                                                               * cbvalrgd
000500***************************************************************** cbvalrgd
000600                                                                  cbvalrgd
000700***************************************************************** cbvalrgd
000800* CBVALRGD.CPY                                                  * cbvalrgd
000900*---------------------------------------------------------------* cbvalrgd
001000* Parameter area for the back-valued item routine UBVALREG.  A  * cbvalrgd
001100* posting run calls it with action 'C' before posting an item   * cbvalrgd
001200* that carries a value date, passing the account, its product   * cbvalrgd
001300* type, the value date and the date of the run; the routine     * cbvalrgd
001400* returns the days back and whether the item may be posted.     * cbvalrgd
001500* Once the item is posted the run calls again with action 'R'   * cbvalrgd
001600* and the BNKTXN timestamp so the item goes on the BNKBVAL      * cbvalrgd
001700* register for the interest runs to re-work.  A rejected        * cbvalrgd
001800* result carries a short reason in the message, fit for a       * cbvalrgd
001900* rejects report line; an error result means the register       * cbvalrgd
002000* could not be used and the job must stop.                      * cbvalrgd
002100***************************************************************** cbvalrgd
002200                                                                  cbvalrgd
002300 01  BVR-CTL-DATA.                                                cbvalrgd
002400   05  BVR-CTL-ACTION                PIC X(1).                    cbvalrgd
002500     88  BVR-CTL-CHECK               VALUE 'C'.                   cbvalrgd
002600     88  BVR-CTL-REGISTER            VALUE 'R'.                   cbvalrgd
002700   05  BVR-CTL-PROGRAM               PIC X(8).                    cbvalrgd
002800   05  BVR-CTL-USERID                PIC X(8).                    cbvalrgd
002900   05  BVR-CTL-ACCNO                 PIC X(9).                    cbvalrgd
003000   05  BVR-CTL-PID                   PIC X(5).                    cbvalrgd
003100   05  BVR-CTL-ACC-TYPE              PIC X(1).                    cbvalrgd
003200   05  BVR-CTL-VALUE-DATE            PIC X(10).                   cbvalrgd
003300   05  BVR-CTL-POST-DATE             PIC X(10).                   cbvalrgd
003400   05  BVR-CTL-AMOUNT                PIC S9(7)V99 COMP-3.         cbvalrgd
003500   05  BVR-CTL-TIMESTAMP             PIC X(26).                   cbvalrgd
003600   05  BVR-CTL-DESC                  PIC X(30).                   cbvalrgd
003700   05  BVR-CTL-DAYS-BACK             PIC S9(3) COMP-3.            cbvalrgd
003800   05  BVR-CTL-RESULT                PIC X(1).                    cbvalrgd
003900     88  BVR-CTL-OK                  VALUE '0'.                   cbvalrgd
004000     88  BVR-CTL-NOT-BACK-VALUED     VALUE '1'.                   cbvalrgd
004100     88  BVR-CTL-REJECTED            VALUE '2'.                   cbvalrgd
004200     88  BVR-CTL-ERROR               VALUE '3'.                   cbvalrgd
004300   05  BVR-CTL-MSG                   PIC X(60).                   cbvalrgd
004400                                                                  cbvalrgd
004500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbvalrgd
