000100***************************************************************** cbankd86
000200*                                                               * cbankd86
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd86
000400*                                                               * cbankd86
000500***************************************************************** cbankd86
000600                                                                  cbankd86
000700***************************************************************** cbankd86
000800* CBANKD86.CPY                                                  * cbankd86
000900*---------------------------------------------------------------* cbankd86
001000* This area is used to pass data between a requesting program   * cbankd86
001100* and the I/O program (DBANK86P) which records a transaction    * cbankd86
001200* event in the event outbox (BNKMQOB).  The caller passes the   * cbankd86
001300* queue and the event exactly as it handed them to UMQPUB, with * cbankd86
001400* whether the publish succeeded and, if not, the MQ reason      * cbankd86
001500* code.                                                         * cbankd86
001600***************************************************************** cbankd86
001700                                                                  cbankd86
001800 05  CD86-DATA.                                                   cbankd86
001900   10  CD86I-DATA.                                                cbankd86
002000     15  CD86I-QUEUE-NAME           PIC X(48).                    cbankd86
002100     15  CD86I-EVENT.                                             cbankd86
002200       20  CD86I-EVENT-PID          PIC X(5).                     cbankd86
002300       20  CD86I-EVENT-TYPE         PIC X(1).                     cbankd86
002400       20  CD86I-EVENT-SUB-TYPE     PIC X(1).                     cbankd86
002500       20  CD86I-EVENT-ACCNO        PIC X(9).                     cbankd86
002600       20  CD86I-EVENT-AMOUNT       PIC S9(7)V99 COMP-3.          cbankd86
002700       20  CD86I-EVENT-REF          PIC X(10).                    cbankd86
002800       20  CD86I-EVENT-TIMESTAMP    PIC X(26).                    cbankd86
002900     15  CD86I-PUBLISH-RESULT       PIC X(1).                     cbankd86
003000       88  CD86I-PUBLISHED          VALUE 'P'.                    cbankd86
003100       88  CD86I-FAILED             VALUE 'F'.                    cbankd86
003200     15  CD86I-REASON               PIC 9(9).                     cbankd86
003300     15  CD86I-PROGRAM              PIC X(8).                     cbankd86
003400   10  CD86O-DATA.                                                cbankd86
003500     15  CD86O-RESP                 PIC X(1).                     cbankd86
003600       88  CD86O-OK                 VALUE '0'.                    cbankd86
003700       88  CD86O-ERROR              VALUE '2'.                    cbankd86
003800     15  CD86O-MSG                  PIC X(40).                    cbankd86
003900                                                                  cbankd86
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd86
