000100***************************************************************** cbankvrj
000200*                                                               * cbankvrj
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvrj
000400*                                                               * cbankvrj
000500***************************************************************** cbankvrj
000600                                                                  cbankvrj
000700***************************************************************** cbankvrj
000800* CBANKVRJ.CPY                                                  * cbankvrj
000900*---------------------------------------------------------------* cbankvrj
001000* This is the record layout for the forward-recovery journal,   * cbankvrj
001100* BNKRJNL.  Every add, change and delete made online or in      * cbankvrj
001200* batch to BNKCUST, BNKACC, BNKTXN, BNKLOAN, BNKCARD, BNKPAYQ   * cbankvrj
001300* or BNKALRTQ writes one row holding the record as it stood     * cbankvrj
001400* after the update (for a delete, as it stood when deleted).    * cbankvrj
001500* Online rows are written by DBANK85P inside the caller's unit  * cbankvrj
001600* of work, so an update that is backed out takes its journal    * cbankvrj
001700* row with it; batch rows are written by UJOURNL.  Each row is  * cbankvrj
001800* stamped with the consistency timestamp of the last ZBNKUNL1   * cbankvrj
001900* unload (the SYSTEM/UNLOAD row on BNKCTL) so ZBNKRFW1 applies  * cbankvrj
002000* only the rows that follow the image it is rolling forward.    * cbankvrj
002100* The key is the update timestamp and the terminal (BTCH for    * cbankvrj
002200* batch), with a sequence number for two updates made in the    * cbankvrj
002300* same hundredth of a second, so reading the file in key order  * cbankvrj
002400* replays the updates in the order they were made.              * cbankvrj
002500***************************************************************** cbankvrj
002600                                                                  cbankvrj
002700 05  RJN-RECORD                           PIC X(540).             cbankvrj
002800 05  FILLER REDEFINES RJN-RECORD.                                 cbankvrj
002900   10  RJN-KEY.                                                   cbankvrj
003000     15  RJN-REC-TIMESTAMP              PIC X(26).                cbankvrj
003100     15  RJN-REC-TERMID                 PIC X(4).                 cbankvrj
003200     15  RJN-REC-SEQ                    PIC 9(4).                 cbankvrj
003300   10  RJN-REC-BASE-TS                PIC X(26).                  cbankvrj
003400   10  RJN-REC-FILE                   PIC X(8).                   cbankvrj
003500   10  RJN-REC-ACTION                 PIC X(1).                   cbankvrj
003600     88  RJN-ACTION-ADD               VALUE 'A'.                  cbankvrj
003700     88  RJN-ACTION-CHANGE            VALUE 'C'.                  cbankvrj
003800     88  RJN-ACTION-DELETE            VALUE 'D'.                  cbankvrj
003900   10  RJN-REC-PROGRAM                PIC X(8).                   cbankvrj
004000   10  RJN-REC-USERID                 PIC X(8).                   cbankvrj
004100   10  RJN-REC-IMAGE                  PIC X(440).                 cbankvrj
004200   10  RJN-REC-FILLER                 PIC X(15).                  cbankvrj
004300                                                                  cbankvrj
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrj
