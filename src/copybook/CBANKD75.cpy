000100***************************************************************** cbankd75
000200*                                                               * cbankd75
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd75
000400*                                                               * cbankd75
000500***************************************************************** cbankd75
000600                                                                  cbankd75
000700***************************************************************** cbankd75
000800* CBANKD75.CPY                                                  * cbankd75
000900*---------------------------------------------------------------* cbankd75
001000* This area is used to pass data between a requesting program   * cbankd75
001100* and the I/O program (DBANK75P) which keeps the loan           * cbankd75
001200* application file (BNKLAPP) - read an application and list     * cbankd75
001300* the applicant's applications from it, capture and decide a    * cbankd75
001400* new application, or record the underwriter's decision on a    * cbankd75
001500* referred one.                                                 * cbankd75
001600***************************************************************** cbankd75
001700                                                                  cbankd75
001800 05  CD75-DATA.                                                   cbankd75
001900   10  CD75I-DATA.                                                cbankd75
002000     15  CD75I-REQUEST-CODE         PIC X(1).                     cbankd75
002100       88  CD75I-READ               VALUE '1'.                    cbankd75
002200       88  CD75I-WRITE              VALUE '2'.                    cbankd75
002300       88  CD75I-DECIDE             VALUE '3'.                    cbankd75
002400     15  CD75I-PID                  PIC X(5).                     cbankd75
002500     15  CD75I-APP-ID               PIC X(26).                    cbankd75
002600     15  CD75I-AMOUNT               PIC 9(7).                     cbankd75
002700     15  CD75I-RATE                 PIC 9(3)V9(3).                cbankd75
002800     15  CD75I-TERM                 PIC 9(5).                     cbankd75
002900     15  CD75I-MONTHLY-INCOME       PIC 9(7)V99.                  cbankd75
003000     15  CD75I-MONTHLY-OBLIGATIONS  PIC 9(7)V99.                  cbankd75
003100     15  CD75I-CREDIT-SCORE         PIC X(3).                     cbankd75
003200     15  CD75I-DECISION             PIC X(1).                     cbankd75
003300       88  CD75I-DECISION-APPROVE   VALUE 'A'.                    cbankd75
003400       88  CD75I-DECISION-DECLINE   VALUE 'D'.                    cbankd75
003500     15  CD75I-REASON               PIC X(2).                     cbankd75
003600     15  CD75I-USERID               PIC X(8).                     cbankd75
003700   10  CD75O-DATA.                                                cbankd75
003800     15  CD75O-RESP                 PIC X(1).                     cbankd75
003900       88  CD75O-OK                 VALUE '0'.                    cbankd75
004000       88  CD75O-NOTFND             VALUE '1'.                    cbankd75
004100       88  CD75O-ERROR              VALUE '2'.                    cbankd75
004200     15  CD75O-MSG                  PIC X(40).                    cbankd75
004300     15  CD75O-PID                  PIC X(5).                     cbankd75
004400     15  CD75O-APP-ID               PIC X(26).                    cbankd75
004500     15  CD75O-STATUS               PIC X(1).                     cbankd75
004600     15  CD75O-CAPTURE-DATE         PIC X(10).                    cbankd75
004700     15  CD75O-AMOUNT               PIC 9(7).                     cbankd75
004800     15  CD75O-RATE                 PIC 9(3)V9(3).                cbankd75
004900     15  CD75O-TERM                 PIC 9(5).                     cbankd75
005000     15  CD75O-MONTHLY-PAYMENT      PIC 9(6)V99.                  cbankd75
005100     15  CD75O-MONTHLY-INCOME       PIC 9(7)V99.                  cbankd75
005200     15  CD75O-MONTHLY-OBLIGATIONS  PIC 9(7)V99.                  cbankd75
005300     15  CD75O-CREDIT-SCORE         PIC X(3).                     cbankd75
005400     15  CD75O-RISK-TIER            PIC X(1).                     cbankd75
005500     15  CD75O-DTI-PCT              PIC 9(3)V99.                  cbankd75
005600     15  CD75O-REASON               PIC X(2)                      cbankd75
005700         OCCURS 4 TIMES.                                          cbankd75
005800     15  CD75O-DECISION-DATE        PIC X(10).                    cbankd75
005900     15  CD75O-DECISION-USER        PIC X(8).                     cbankd75
006000     15  CD75O-LOAN-ID              PIC X(26).                    cbankd75
006100     15  CD75O-ENTRY-TABLE.                                       cbankd75
006200       20  CD75O-ENTRY OCCURS 4 TIMES.                            cbankd75
006300         25  CD75O-ENTRY-APP-ID   PIC X(26).                      cbankd75
006400         25  CD75O-ENTRY-STATUS   PIC X(1).                       cbankd75
006500         25  CD75O-ENTRY-AMOUNT   PIC 9(7).                       cbankd75
006600         25  CD75O-ENTRY-DATE     PIC X(10).                      cbankd75
006700                                                                  cbankd75
006800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd75
