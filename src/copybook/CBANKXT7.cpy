000100***************************************************************** cbankxt7
000200*                                                               * cbankxt7
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankxt7
000400*                                                               * cbankxt7
000500***************************************************************** cbankxt7
000600                                                                  cbankxt7
000700***************************************************************** cbankxt7
000800* CBANKXT7.CPY                                                  * cbankxt7
000900*---------------------------------------------------------------* cbankxt7
001000* This is the record layout used for the annual CRS/FATCA       * cbankxt7
001100* reportable account extract written by ZBNKCRS1 - one detail   * cbankxt7
001200* record per self-certified customer per foreign country of tax * cbankxt7
001300* residence, carrying the TIN (or the reason there is none),    * cbankxt7
001400* the customer's identity and the year-end balance and income   * cbankxt7
001500* taken from the ZBNKTAX1 extract.  A control record per        * cbankxt7
001600* reporting country, with the account count and the totals for  * cbankxt7
001700* that country, follows the detail records.                     * cbankxt7
001800***************************************************************** cbankxt7
001900                                                                  cbankxt7
002000 05  XTACT07-RECORD.                                              cbankxt7
002100   10  BANKXT07-RECORD-TYPE                PIC X(1).              cbankxt7
002200     88  BANKXT07-DETAIL                   VALUE 'D'.             cbankxt7
002300     88  BANKXT07-CONTROL                  VALUE 'C'.             cbankxt7
002400   10  BANKXT07-REPORT-CNTRY               PIC X(3).              cbankxt7
002500   10  BANKXT07-TAX-YEAR                   PIC X(4).              cbankxt7
002600   10  BANKXT07-DETAIL-DATA.                                      cbankxt7
002700     15  BANKXT07-PID                      PIC X(5).              cbankxt7
002800     15  BANKXT07-TIN                      PIC X(20).             cbankxt7
002900     15  BANKXT07-NO-TIN                   PIC X(1).              cbankxt7
003000     15  BANKXT07-NAME                     PIC X(25).             cbankxt7
003100     15  BANKXT07-ADDR1                    PIC X(25).             cbankxt7
003200     15  BANKXT07-ADDR2                    PIC X(25).             cbankxt7
003300     15  BANKXT07-STATE                    PIC X(2).              cbankxt7
003400     15  BANKXT07-CNTRY                    PIC X(6).              cbankxt7
003500     15  BANKXT07-POST-CODE                PIC X(6).              cbankxt7
003600     15  BANKXT07-CERT-DATE                PIC X(10).             cbankxt7
003700     15  BANKXT07-BALANCE                  PIC S9(9)V99 COMP-3.   cbankxt7
003800     15  BANKXT07-INTEREST                 PIC S9(7)V99 COMP-3.   cbankxt7
003900     15  BANKXT07-OTHER                    PIC S9(7)V99 COMP-3.   cbankxt7
004000     15  FILLER                            PIC X(51).             cbankxt7
004100   10  FILLER REDEFINES BANKXT07-DETAIL-DATA.                     cbankxt7
004200     15  BANKXT07-CTL-COUNT                PIC 9(7).              cbankxt7
004300     15  BANKXT07-CTL-BALANCE              PIC S9(13)V99 COMP-3.  cbankxt7
004400     15  BANKXT07-CTL-INTEREST             PIC S9(11)V99 COMP-3.  cbankxt7
004500     15  BANKXT07-CTL-OTHER                PIC S9(11)V99 COMP-3.  cbankxt7
004600     15  FILLER                            PIC X(163).            cbankxt7
004700                                                                  cbankxt7
004800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxt7
