000100***************************************************************** cbankvmo
000200*                                                               * cbankvmo
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvmo
000400*                                                               * cbankvmo
000500***************************************************************** cbankvmo
000600                                                                  cbankvmo
000700***************************************************************** cbankvmo
000800* CBANKVMO.CPY                                                  * cbankvmo
000900*---------------------------------------------------------------* cbankvmo
001000* This is the record layout for the event outbox, BNKMQOB.      * cbankvmo
001100* Every transaction event handed to UMQPUB for BANK.TXN.EVENTS  * cbankvmo
001200* is recorded here by DBANK86P with the outcome of the publish, * cbankvmo
001300* whether it reached the queue or not, so that an event lost to * cbankvmo
001400* a queue manager outage or a failed put can be found and sent  * cbankvmo
001500* again.  The key is the timestamp of the BNKTXN posting the    * cbankvmo
001600* event describes, which is also the key of that posting, so    * cbankvmo
001700* the outbox and BNKTXN match one for one.  ZBNKMQR1 reconciles * cbankvmo
001800* the day's postings against the outbox each night, republishes * cbankvmo
001900* any event missing or failed, and replays a date and account   * cbankvmo
002000* range on request; every attempt updates the row.              * cbankvmo
002100***************************************************************** cbankvmo
002200                                                                  cbankvmo
002300 05  MQO-RECORD                           PIC X(200).             cbankvmo
002400 05  FILLER REDEFINES MQO-RECORD.                                 cbankvmo
002500   10  MQO-KEY.                                                   cbankvmo
002600     15  MQO-REC-TIMESTAMP            PIC X(26).                  cbankvmo
002700   10  MQO-REC-QUEUE-NAME             PIC X(48).                  cbankvmo
002800   10  MQO-REC-PID                    PIC X(5).                   cbankvmo
002900   10  MQO-REC-TYPE                   PIC X(1).                   cbankvmo
003000   10  MQO-REC-SUB-TYPE               PIC X(1).                   cbankvmo
003100   10  MQO-REC-ACCNO                  PIC X(9).                   cbankvmo
003200   10  MQO-REC-AMOUNT                 PIC S9(7)V99 COMP-3.        cbankvmo
003300   10  MQO-REC-REF                    PIC X(10).                  cbankvmo
003400   10  MQO-REC-STATUS                 PIC X(1).                   cbankvmo
003500     88  MQO-PUBLISHED                VALUE 'P'.                  cbankvmo
003600     88  MQO-FAILED                   VALUE 'F'.                  cbankvmo
003700   10  MQO-REC-ATTEMPTS               PIC 9(3).                   cbankvmo
003800   10  MQO-REC-REASON                 PIC 9(9).                   cbankvmo
003900   10  MQO-REC-FIRST-PROGRAM          PIC X(8).                   cbankvmo
004000   10  MQO-REC-LAST-PROGRAM           PIC X(8).                   cbankvmo
004100   10  MQO-REC-LAST-TS                PIC X(26).                  cbankvmo
004200   10  MQO-REC-FILLER                 PIC X(40).                  cbankvmo
004300                                                                  cbankvmo
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvmo
