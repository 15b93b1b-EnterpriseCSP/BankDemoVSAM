000100***************************************************************** cbankvdu
000200*                                                               * cbankvdu
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvdu
000400*                                                               * cbankvdu
000500***************************************************************** cbankvdu
000600                                                                  cbankvdu
000700***************************************************************** cbankvdu
000800* CBANKVDU.CPY                                                  * cbankvdu
000900*---------------------------------------------------------------* cbankvdu
001000* This is the record layout for the duplicate-customer          * cbankvdu
001100* candidate file, BNKDUPC.  One row per pair of BNKCUST         * cbankvdu
001200* records the weekly ZBNKDPC1 run scored as probably the same   * cbankvdu
001300* person, keyed by the two PIDs (lower first).  The score and   * cbankvdu
001400* the match flags are refreshed each week while the pair is     * cbankvdu
001500* open.  The reviewer's decision comes back through ZBNKMRG1:   * cbankvdu
001600* merged (with the surviving PID) or not the same person - a    * cbankvdu
001700* closed pair is never listed again.                            * cbankvdu
001800***************************************************************** cbankvdu
001900                                                                  cbankvdu
002000 05  DPC-RECORD                           PIC X(100).             cbankvdu
002100 05  FILLER REDEFINES DPC-RECORD.                                 cbankvdu
002200   10  DPC-KEY.                                                   cbankvdu
002300     15  DPC-REC-PID-A                PIC X(5).                   cbankvdu
002400     15  DPC-REC-PID-B                PIC X(5).                   cbankvdu
002500   10  DPC-REC-SCORE                  PIC 9(3).                   cbankvdu
002600   10  DPC-REC-MATCH-SIN              PIC X(1).                   cbankvdu
002700   10  DPC-REC-MATCH-NAME             PIC X(1).                   cbankvdu
002800   10  DPC-REC-MATCH-DOB              PIC X(1).                   cbankvdu
002900   10  DPC-REC-MATCH-ADDR             PIC X(1).                   cbankvdu
003000   10  DPC-REC-MATCH-TEL              PIC X(1).                   cbankvdu
003100   10  DPC-REC-STATUS                 PIC X(1).                   cbankvdu
003200     88  DPC-STATUS-OPEN              VALUE 'N'.                  cbankvdu
003300     88  DPC-STATUS-MERGED            VALUE 'M'.                  cbankvdu
003400     88  DPC-STATUS-NOT-DUPLICATE     VALUE 'X'.                  cbankvdu
003500   10  DPC-REC-FIRST-FOUND-DTE        PIC X(10).                  cbankvdu
003600   10  DPC-REC-LAST-FOUND-DTE         PIC X(10).                  cbankvdu
003700   10  DPC-REC-SURVIVOR-PID           PIC X(5).                   cbankvdu
003800   10  DPC-REC-CLOSED-DTE             PIC X(10).                  cbankvdu
003900   10  DPC-REC-FILLER                 PIC X(46).                  cbankvdu
004000                                                                  cbankvdu
004100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvdu
