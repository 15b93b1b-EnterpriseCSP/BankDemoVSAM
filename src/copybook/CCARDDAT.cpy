000100***************************************************************** ccarddat
000200*                                                               * ccarddat
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * ccarddat
000400*                                                               * ccarddat
000500***************************************************************** ccarddat
000600*                                                                 ccarddat
000700***************************************************************** ccarddat
000800* CCARDDAT.CPY                                                  * ccarddat
000900*---------------------------------------------------------------* ccarddat
001000* Data passed between the card-network interface and the POS    * ccarddat
001100* authorization service BCARD01P - one purchase per call.  The  * ccarddat
001200* response code follows the network's two-digit convention and  * ccarddat
001300* an approval carries the code the settlement file quotes back. * ccarddat
001400***************************************************************** ccarddat
001500     10  CARD-EVERYTHING                     PIC X(256).          ccarddat
001600     10  FILLER REDEFINES CARD-EVERYTHING.                        ccarddat
001700       15  CARD-REQUEST-CODE                 PIC X(1).            ccarddat
001800         88  CARD-REQUEST-AUTHORIZE          VALUE '1'.           ccarddat
001900       15  CARD-NUMBER                       PIC X(16).           ccarddat
002000       15  CARD-AMOUNT                       PIC 9(7)V99.         ccarddat
002100       15  CARD-MERCHANT                     PIC X(30).           ccarddat
002200       15  CARD-TERMINAL                     PIC X(8).            ccarddat
002300       15  CARD-RESPONSE-CODE                PIC X(2).            ccarddat
002400         88  CARD-RESP-APPROVED              VALUE '00'.          ccarddat
002500         88  CARD-RESP-INVALID-AMOUNT        VALUE '13'.          ccarddat
002600         88  CARD-RESP-INVALID-CARD          VALUE '14'.          ccarddat
002700         88  CARD-RESP-LOST-CARD             VALUE '41'.          ccarddat
002800         88  CARD-RESP-CAPTURED-CARD         VALUE '43'.          ccarddat
002900         88  CARD-RESP-INSUFFICIENT-FUNDS    VALUE '51'.          ccarddat
003000         88  CARD-RESP-EXPIRED-CARD          VALUE '54'.          ccarddat
003100         88  CARD-RESP-NOT-PERMITTED         VALUE '57'.          ccarddat
003200         88  CARD-RESP-OVER-DAILY-LIMIT      VALUE '61'.          ccarddat
003300         88  CARD-RESP-RESTRICTED-CARD       VALUE '62'.          ccarddat
003400         88  CARD-RESP-SYSTEM-ERROR          VALUE '96'.          ccarddat
003500       15  CARD-AUTH-CODE                    PIC X(6).            ccarddat
003600       15  CARD-RESPONSE-MSG                 PIC X(40).           ccarddat
003700       15  FILLER                            PIC X(144).          ccarddat
003800                                                                  ccarddat
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ccarddat
004000                                                                  ccarddat
