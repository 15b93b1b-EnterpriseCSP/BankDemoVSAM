000100***************************************************************** cbankvcg
000200*                                                               * cbankvcg
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvcg
000400*                                                               * cbankvcg
000500***************************************************************** cbankvcg
000600                                                                  cbankvcg
000700***************************************************************** cbankvcg
000800* CBANKVCG.CPY                                                  * cbankvcg
000900*---------------------------------------------------------------* cbankvcg
001000* This is the record layout for the monthly spending category   * cbankvcg
001100* summary file, BNKCATS.  Alongside BNKTXSUM the month-end      * cbankvcg
001200* ZBNKSUM1 run writes one row per account, month and spending   * cbankvcg
001300* category (see CSPCATD) with the number of debits and the      * cbankvcg
001400* amount spent, held positive.  The spending categories screen  * cbankvcg
001500* and the statement category page read it for the months they   * cbankvcg
001600* compare, and a customer recategorising an item in a closed    * cbankvcg
001700* month has its row moved across to the new category.           * cbankvcg
001800***************************************************************** cbankvcg
001900                                                                  cbankvcg
002000 05  CGS-RECORD                        PIC X(40).                 cbankvcg
002100 05  FILLER REDEFINES CGS-RECORD.                                 cbankvcg
002200   10  CGS-KEY.                                                   cbankvcg
002300     15  CGS-REC-ACCNO                 PIC X(9).                  cbankvcg
002400     15  CGS-REC-YYYYMM                PIC X(6).                  cbankvcg
002500     15  CGS-REC-CATEGORY              PIC X(2).                  cbankvcg
002600   10  CGS-REC-COUNT                   PIC S9(7) COMP-3.          cbankvcg
002700   10  CGS-REC-AMOUNT                  PIC S9(11)V99 COMP-3.      cbankvcg
002800   10  CGS-REC-FILLER                  PIC X(12).                 cbankvcg
002900                                                                  cbankvcg
003000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcg
