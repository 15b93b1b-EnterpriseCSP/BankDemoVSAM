000100***************************************************************** cbankvcb
000200*                                                               * cbankvcb
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvcb
000400*                                                               * cbankvcb
000500***************************************************************** cbankvcb
000600                                                                  cbankvcb
000700***************************************************************** cbankvcb
000800* CBANKVCB.CPY                                                  * cbankvcb
000900*---------------------------------------------------------------* cbankvcb
001000* This is the record layout for the cheque book register,       * cbankvcb
001100* BNKCHQB.  One row per cheque book ordered for an account,     * cbankvcb
001200* keyed by account number and order sequence.  Each book is     * cbankvcb
001300* given the next serial range on the account when it is         * cbankvcb
001400* ordered (DBANK71P) - ranges run on from the highest serial    * cbankvcb
001500* ever issued and are never reused, even for cancelled books.   * cbankvcb
001600* The nightly ZBNKCBO1 run sends ordered books to the printer   * cbankvcb
001700* and charges the cheque-book fee; ZBNKCHQ1 checks presented    * cbankvcb
001800* serials against the ranges of the books sent out.             * cbankvcb
001900***************************************************************** cbankvcb
002000                                                                  cbankvcb
002100 05  CBK-RECORD                           PIC X(80).              cbankvcb
002200 05  FILLER REDEFINES CBK-RECORD.                                 cbankvcb
002300   10  CBK-KEY.                                                   cbankvcb
002400     15  CBK-REC-ACCNO                  PIC X(9).                 cbankvcb
002500     15  CBK-REC-SEQ                    PIC 9(3).                 cbankvcb
002600   10  CBK-REC-STATUS                 PIC X(1).                   cbankvcb
002700     88  CBK-STATUS-ORDERED           VALUE 'O'.                  cbankvcb
002800     88  CBK-STATUS-SENT              VALUE 'S'.                  cbankvcb
002900     88  CBK-STATUS-CANCELLED         VALUE 'X'.                  cbankvcb
003000   10  CBK-REC-PID                    PIC X(5).                   cbankvcb
003100   10  CBK-REC-SERIAL-LOW             PIC 9(6).                   cbankvcb
003200   10  CBK-REC-SERIAL-HIGH            PIC 9(6).                   cbankvcb
003300   10  CBK-REC-LEAVES                 PIC 9(3).                   cbankvcb
003400   10  CBK-REC-CHANNEL                PIC X(1).                   cbankvcb
003500     88  CBK-CHANNEL-TELLER           VALUE 'T'.                  cbankvcb
003600     88  CBK-CHANNEL-CUSTOMER         VALUE 'C'.                  cbankvcb
003700   10  CBK-REC-ORDERED-BY             PIC X(8).                   cbankvcb
003800   10  CBK-REC-ORDER-DATE             PIC X(10).                  cbankvcb
003900   10  CBK-REC-SENT-DATE              PIC X(10).                  cbankvcb
004000   10  CBK-REC-FEE-AMOUNT             PIC S9(3)V99 COMP-3.        cbankvcb
004100   10  CBK-REC-FILLER                 PIC X(15).                  cbankvcb
004200                                                                  cbankvcb
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcb
