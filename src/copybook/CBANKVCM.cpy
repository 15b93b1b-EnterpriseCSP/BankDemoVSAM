000100***************************************************************** cbankvcm
000200*                                                               * cbankvcm
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvcm
000400*                                                               * cbankvcm
000500***************************************************************** cbankvcm
000600                                                                  cbankvcm
000700***************************************************************** cbankvcm
000800* CBANKVCM.CPY                                                  * cbankvcm
000900*---------------------------------------------------------------* cbankvcm
001000* This is the record layout for the campaign membership file,   * cbankvcm
001100* BNKCMPR, keyed by campaign id and PID.  ZBNKCMP1 writes a row * cbankvcm
001200* for every customer it selects for a campaign; ZBNKCMP2 loads  * cbankvcm
001300* the customer's response back onto the row and reports take-up * cbankvcm
001400* per campaign from it.                                         * cbankvcm
001500***************************************************************** cbankvcm
001600                                                                  cbankvcm
001700 05  CMR-RECORD                           PIC X(100).             cbankvcm
001800 05  FILLER REDEFINES CMR-RECORD.                                 cbankvcm
001900   10  CMR-KEY.                                                   cbankvcm
002000     15  CMR-REC-CAMPAIGN               PIC X(6).                 cbankvcm
002100     15  CMR-REC-PID                    PIC X(5).                 cbankvcm
002200   10  CMR-REC-CHANNEL                  PIC X(1).                 cbankvcm
002300   10  CMR-REC-ACCNO                    PIC X(9).                 cbankvcm
002400   10  CMR-REC-SELECTED-DTE             PIC X(10).                cbankvcm
002500   10  CMR-REC-RESPONSE                 PIC X(1).                 cbankvcm
002600     88  CMR-RESPONSE-NONE            VALUE ' '.                  cbankvcm
002700     88  CMR-RESPONSE-ACCEPTED        VALUE 'A'.                  cbankvcm
002800     88  CMR-RESPONSE-DECLINED        VALUE 'D'.                  cbankvcm
002900     88  CMR-RESPONSE-OPTED-OUT       VALUE 'O'.                  cbankvcm
003000   10  CMR-REC-RESPONSE-DTE             PIC X(10).                cbankvcm
003100   10  CMR-REC-NEW-ACCNO                PIC X(9).                 cbankvcm
003200   10  CMR-REC-FILLER                   PIC X(49).                cbankvcm
003300                                                                  cbankvcm
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcm
