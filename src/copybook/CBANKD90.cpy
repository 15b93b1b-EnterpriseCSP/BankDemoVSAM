000100***************************************************************** cbankd90
000200*                                                               * cbankd90
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd90
000400*                                                               * cbankd90
000500***************************************************************** cbankd90
000600                                                                  cbankd90
000700***************************************************************** cbankd90
000800* CBANKD90.CPY                                                  * cbankd90
000900*---------------------------------------------------------------* cbankd90
001000* This area is used to pass data between a requesting program   * cbankd90
001100* and the I/O program (DBANK90P) which keeps the payment        * cbankd90
001200* requests billers send our customers (BNKRTP) - list a         * cbankd90
001300* customer's open requests, read one, and record the            * cbankd90
001400* customer's answer: paid in full (A), part paid (T),           * cbankd90
001500* scheduled for the due date (S) or declined (D), with the      * cbankd90
001600* funding account, the amount paid, the payment reference or    * cbankd90
001700* the BNKPEND key of the scheduled payment.                     * cbankd90
001800***************************************************************** cbankd90
001900                                                                  cbankd90
002000 05  CD90-DATA.                                                   cbankd90
002100   10  CD90I-DATA.                                                cbankd90
002200     15  CD90I-REQUEST-CODE         PIC X(1).                     cbankd90
002300       88  CD90I-LIST               VALUE '1'.                    cbankd90
002400       88  CD90I-READ               VALUE '2'.                    cbankd90
002500       88  CD90I-ANSWER             VALUE '3'.                    cbankd90
002600     15  CD90I-PID                  PIC X(5).                     cbankd90
002700     15  CD90I-REQ-ID               PIC X(16).                    cbankd90
002800     15  CD90I-NEW-STATUS           PIC X(1).                     cbankd90
002900       88  CD90I-PAID               VALUE 'A'.                    cbankd90
003000       88  CD90I-PART-PAID          VALUE 'T'.                    cbankd90
003100       88  CD90I-SCHEDULED          VALUE 'S'.                    cbankd90
003200       88  CD90I-DECLINED           VALUE 'D'.                    cbankd90
003300     15  CD90I-FUND-ACCNO           PIC X(9).                     cbankd90
003400     15  CD90I-PAID-AMOUNT          PIC S9(7)V99 COMP-3.          cbankd90
003500     15  CD90I-PAYMENT-REF          PIC X(16).                    cbankd90
003600     15  CD90I-PEND-KEY             PIC X(36).                    cbankd90
003700   10  CD90O-DATA.                                                cbankd90
003800     15  CD90O-RESP                 PIC X(1).                     cbankd90
003900       88  CD90O-OK                 VALUE '0'.                    cbankd90
004000       88  CD90O-NOTFND             VALUE '1'.                    cbankd90
004100       88  CD90O-ERROR              VALUE '2'.                    cbankd90
004200     15  CD90O-MSG                  PIC X(40).                    cbankd90
004300     15  CD90O-PAYER-ACCNO          PIC X(9).                     cbankd90
004400     15  CD90O-BILLER-NAME          PIC X(30).                    cbankd90
004500     15  CD90O-ROUTING              PIC X(9).                     cbankd90
004600     15  CD90O-EXT-ACCNO            PIC X(17).                    cbankd90
004700     15  CD90O-REFERENCE            PIC X(16).                    cbankd90
004800     15  CD90O-AMOUNT               PIC S9(7)V99 COMP-3.          cbankd90
004900     15  CD90O-DUE-DATE             PIC X(10).                    cbankd90
005000     15  CD90O-EXPIRY-DATE          PIC X(10).                    cbankd90
005100     15  CD90O-STATUS               PIC X(1).                     cbankd90
005200     15  CD90O-PEND-KEY             PIC X(36).                    cbankd90
005300     15  CD90O-COUNT                PIC 9(2).                     cbankd90
005400     15  CD90O-ENTRY                OCCURS 6 TIMES.               cbankd90
005500       20  CD90O-ENTRY-REQ-ID       PIC X(16).                    cbankd90
005600       20  CD90O-ENTRY-BILLER       PIC X(30).                    cbankd90
005700       20  CD90O-ENTRY-AMOUNT       PIC ZZZZZZ9.99.               cbankd90
005800       20  CD90O-ENTRY-DUE-DATE     PIC X(10).                    cbankd90
005900       20  CD90O-ENTRY-STATUS       PIC X(1).                     cbankd90
006000                                                                  cbankd90
006100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd90
