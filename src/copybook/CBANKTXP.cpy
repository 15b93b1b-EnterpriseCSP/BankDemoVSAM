000100***************************************************************** cbanktxp
000200*                                                               * cbanktxp
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbanktxp
000400*                                                               * cbanktxp
000500***************************************************************** cbanktxp
000600                                                                  cbanktxp
000700***************************************************************** cbanktxp
000800* CBANKTXP.CPY                                                  * cbanktxp
000900*---------------------------------------------------------------* cbanktxp
001000* Complete the posting-date alternate key of a BNKTXN entry     * cbanktxp
001100* (BTX-REC-ALTKEY2) just before it is written.  A writer that   * cbanktxp
001200* knows the banking business date has already moved it to       * cbanktxp
001300* BTX-REC-POSTING-DATE; otherwise the timestamp calendar date   * cbanktxp
001400* is the posting date.  No full stops, so it can be copied      * cbanktxp
001500* inside a conditional.                                         * cbanktxp
001600***************************************************************** cbanktxp
001700     IF BTX-REC-POSTING-DATE IS EQUAL TO SPACES OR                cbanktxp
001800        BTX-REC-POSTING-DATE IS EQUAL TO LOW-VALUES               cbanktxp
001900        MOVE BTX-REC-TIMESTAMP (1:4)                              cbanktxp
001950          TO BTX-REC-POSTING-DATE (1:4)                           cbanktxp
002000        MOVE BTX-REC-TIMESTAMP (6:2)                              cbanktxp
002050          TO BTX-REC-POSTING-DATE (5:2)                           cbanktxp
002100        MOVE BTX-REC-TIMESTAMP (9:2)                              cbanktxp
002150          TO BTX-REC-POSTING-DATE (7:2)                           cbanktxp
002200     END-IF                                                       cbanktxp
002300     MOVE BTX-REC-ACCNO TO BTX-REC-PD-ACCNO                       cbanktxp
002400     MOVE BTX-REC-TIMESTAMP TO BTX-REC-PD-TIMESTAMP               cbanktxp
002500                                                                  cbanktxp
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbanktxp
