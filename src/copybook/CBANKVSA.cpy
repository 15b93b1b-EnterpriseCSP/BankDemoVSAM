000100***************************************************************** cbankvsa
000200*                                                               * cbankvsa
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvsa
000400*                                                               * cbankvsa
000500***************************************************************** cbankvsa
000600                                                                  cbankvsa
000700***************************************************************** cbankvsa
000800* CBANKVSA.CPY                                                  * cbankvsa
000900*---------------------------------------------------------------* cbankvsa
001000* This is the record layout for the statement archive, BNKSTMA. * cbankvsa
001100* ZBNKPRT1 keeps a copy of every statement it produces, one     * cbankvsa
001200* account at a time: line 0000 is the statement header - the    * cbankvsa
001300* name and address it was made out to, the account, the         * cbankvsa
001400* previous statement date, the balance and the transaction      * cbankvsa
001500* count and total - and lines 0001 onwards are its transactions * cbankvsa
001600* in the order printed.  Keyed account plus statement date plus * cbankvsa
001700* line, so one statement reads back in a single browse.  A      * cbankvsa
001800* duplicate asked for from the SSTMH01P screen is marked R on   * cbankvsa
001900* the header until the ZBNKDST1 run prints it and charges the   * cbankvsa
002000* duplicate-statement fee, then P.                              * cbankvsa
002100***************************************************************** cbankvsa
002200                                                                  cbankvsa
002300 05  SMA-RECORD                   PIC X(200).                     cbankvsa
002400 05  FILLER REDEFINES SMA-RECORD.                                 cbankvsa
002500   10  SMA-KEY.                                                   cbankvsa
002600     15  SMA-REC-ACCNO            PIC X(9).                       cbankvsa
002700     15  SMA-REC-STMT-DTE         PIC X(10).                      cbankvsa
002800     15  SMA-REC-LINE             PIC 9(4).                       cbankvsa
002900   10  SMA-REC-PID                PIC X(5).                       cbankvsa
003000   10  SMA-REC-LINE-TYPE          PIC X(1).                       cbankvsa
003100     88  SMA-LINE-HEADER          VALUE 'H'.                      cbankvsa
003200     88  SMA-LINE-TXN             VALUE 'T'.                      cbankvsa
003300   10  SMA-REC-DATA               PIC X(171).                     cbankvsa
003400   10  SMA-HEADER REDEFINES SMA-REC-DATA.                         cbankvsa
003500     15  SMA-HDR-NAME             PIC X(25).                      cbankvsa
003600     15  SMA-HDR-ADDR1            PIC X(25).                      cbankvsa
003700     15  SMA-HDR-ADDR2            PIC X(25).                      cbankvsa
003800     15  SMA-HDR-STATE            PIC X(2).                       cbankvsa
003900     15  SMA-HDR-CNTRY            PIC X(6).                       cbankvsa
004000     15  SMA-HDR-PST-CDE          PIC X(6).                       cbankvsa
004100     15  SMA-HDR-ACC-DESC         PIC X(15).                      cbankvsa
004200     15  SMA-HDR-PREV-STMT-DTE    PIC X(10).                      cbankvsa
004300     15  SMA-HDR-CURR-BAL         PIC S9(7)V99 COMP-3.            cbankvsa
004400     15  SMA-HDR-TXN-COUNT        PIC 9(4).                       cbankvsa
004500     15  SMA-HDR-TXN-TOTAL        PIC S9(7)V99 COMP-3.            cbankvsa
004600     15  SMA-HDR-DELIVERY         PIC X(1).                       cbankvsa
004700       88  SMA-HDR-PAPER          VALUE ' '.                      cbankvsa
004800       88  SMA-HDR-EMAIL-ONLY     VALUE 'E'.                      cbankvsa
004900       88  SMA-HDR-HELD           VALUE 'H'.                      cbankvsa
005000     15  SMA-HDR-DUP-STATUS       PIC X(1).                       cbankvsa
005100       88  SMA-DUP-NONE           VALUE ' '.                      cbankvsa
005200       88  SMA-DUP-REQUESTED      VALUE 'R'.                      cbankvsa
005300       88  SMA-DUP-PRINTED        VALUE 'P'.                      cbankvsa
005400     15  SMA-HDR-DUP-USERID       PIC X(8).                       cbankvsa
005500     15  SMA-HDR-DUP-DTE          PIC X(10).                      cbankvsa
005600     15  SMA-HDR-DUP-COUNT        PIC 9(3).                       cbankvsa
005700     15  SMA-HDR-FILLER           PIC X(20).                      cbankvsa
005800   10  SMA-TXN REDEFINES SMA-REC-DATA.                            cbankvsa
005900     15  SMA-TXN-TIMESTAMP        PIC X(26).                      cbankvsa
006000     15  SMA-TXN-DESC             PIC X(30).                      cbankvsa
006100     15  SMA-TXN-AMOUNT           PIC S9(7)V99 COMP-3.            cbankvsa
006200     15  SMA-TXN-FILLER           PIC X(110).                     cbankvsa
006300                                                                  cbankvsa
006400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvsa
