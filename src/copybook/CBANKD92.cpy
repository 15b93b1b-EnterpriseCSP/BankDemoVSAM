000100***************************************************************** cbankd92
000200*                                                               * cbankd92
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd92
000400*                                                               * cbankd92
000500***************************************************************** cbankd92
000600                                                                  cbankd92
000700***************************************************************** cbankd92
000800* CBANKD92.CPY                                                  * cbankd92
000900*---------------------------------------------------------------* cbankd92
001000* This area is used to pass data between a requesting program   * cbankd92
001100* and the I/O program (DBANK92P) which keeps the customer       * cbankd92
001200* correspondence register (BNKCORR) - list a customer's letters * cbankd92
001300* and notices newest first, a page of eight at a time starting  * cbankd92
001400* before the key of the last one shown, and ask for one of      * cbankd92
001500* them to be reprinted by the overnight run ZBNKCRP1.           * cbankd92
001600***************************************************************** cbankd92
001700                                                                  cbankd92
001800 05  CD92-DATA.                                                   cbankd92
001900   10  CD92I-DATA.                                                cbankd92
002000     15  CD92I-REQUEST-CODE         PIC X(1).                     cbankd92
002100       88  CD92I-LIST               VALUE '1'.                    cbankd92
002200       88  CD92I-REPRINT            VALUE '2'.                    cbankd92
002300     15  CD92I-PID                  PIC X(5).                     cbankd92
002400     15  CD92I-START-KEY            PIC X(35).                    cbankd92
002500     15  CD92I-ENTRY-KEY            PIC X(35).                    cbankd92
002600     15  CD92I-USERID               PIC X(8).                     cbankd92
002700   10  CD92O-DATA.                                                cbankd92
002800     15  CD92O-RESP                 PIC X(1).                     cbankd92
002900       88  CD92O-OK                 VALUE '0'.                    cbankd92
003000       88  CD92O-NOTFND             VALUE '1'.                    cbankd92
003100       88  CD92O-ERROR              VALUE '2'.                    cbankd92
003200     15  CD92O-MSG                  PIC X(40).                    cbankd92
003300     15  CD92O-MORE                 PIC X(1).                     cbankd92
003400       88  CD92O-MORE-ENTRIES       VALUE 'Y'.                    cbankd92
003500     15  CD92O-NEXT-KEY             PIC X(35).                    cbankd92
003600     15  CD92O-COUNT                PIC 9(2).                     cbankd92
003700     15  CD92O-ENTRY                OCCURS 8 TIMES.               cbankd92
003800       20  CD92O-ENTRY-KEY          PIC X(35).                    cbankd92
003900       20  CD92O-ENTRY-DATE         PIC X(10).                    cbankd92
004000       20  CD92O-ENTRY-LETTER-TYPE  PIC X(8).                     cbankd92
004100       20  CD92O-ENTRY-CHANNEL      PIC X(1).                     cbankd92
004200       20  CD92O-ENTRY-ACCNO        PIC X(9).                     cbankd92
004300       20  CD92O-ENTRY-SUMMARY      PIC X(60).                    cbankd92
004400       20  CD92O-ENTRY-REPRINT      PIC X(1).                     cbankd92
004500                                                                  cbankd92
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd92
