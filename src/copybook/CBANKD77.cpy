000100***************************************************************** cbankd77
000200*                                                               * cbankd77
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankd77
000400*                                                               * cbankd77
000500***************************************************************** cbankd77
000600                                                                  cbankd77
000700                                                                  cbankd77
000800***************************************************************** cbankd77
000900* CBANKD77.CPY                                                  * cbankd77
001000*---------------------------------------------------------------* cbankd77
001100* This area is used to pass data between a requesting program   * cbankd77
001200* and the I/O program (DBANK77P) which maintains the suspicious * cbankd77
001300* activity investigation cases (BNKSARC) - read a case, open    * cbankd77
001400* one for a customer (gathering the customer's pending alerts), * cbankd77
001500* link a further alert, assign the investigator, add a          * cbankd77
001600* narrative note or record the disposition - with an audit      * cbankd77
001700* posting for every change.                                     * cbankd77
001800***************************************************************** cbankd77
001900                                                                  cbankd77
002000 05  CD77-DATA.                                                   cbankd77
002100   10  CD77I-DATA.                                                cbankd77
002200     15  CD77I-REQUEST-CODE         PIC X(1).                     cbankd77
002300       88  CD77I-READ               VALUE '1'.                    cbankd77
002400       88  CD77I-OPEN               VALUE '2'.                    cbankd77
002500       88  CD77I-LINK-ALERT         VALUE '3'.                    cbankd77
002600       88  CD77I-ASSIGN             VALUE '4'.                    cbankd77
002700       88  CD77I-ADD-NOTE           VALUE '5'.                    cbankd77
002800       88  CD77I-DISPOSE            VALUE '6'.                    cbankd77
002900     15  CD77I-CASE-ID              PIC X(14).                    cbankd77
003000     15  CD77I-PID                  PIC X(5).                     cbankd77
003100     15  CD77I-ALERT-SOURCE         PIC X(1).                     cbankd77
003200     15  CD77I-ALERT-REF            PIC X(26).                    cbankd77
003300     15  CD77I-INVESTIGATOR         PIC X(8).                     cbankd77
003400     15  CD77I-NOTE-TEXT            PIC X(60).                    cbankd77
003500     15  CD77I-DISPOSITION          PIC X(1).                     cbankd77
003600     15  CD77I-USERID               PIC X(8).                     cbankd77
003700   10  CD77O-DATA.                                                cbankd77
003800     15  CD77O-RESP                 PIC X(1).                     cbankd77
003900       88  CD77O-OK                 VALUE '0'.                    cbankd77
004000       88  CD77O-NOTFND             VALUE '1'.                    cbankd77
004100       88  CD77O-ERROR              VALUE '2'.                    cbankd77
004200     15  CD77O-MSG                  PIC X(40).                    cbankd77
004300     15  CD77O-CASE-ID              PIC X(14).                    cbankd77
004400     15  CD77O-PID                  PIC X(5).                     cbankd77
004500     15  CD77O-NAME                 PIC X(25).                    cbankd77
004600     15  CD77O-STATUS               PIC X(1).                     cbankd77
004700     15  CD77O-OPENED-DATE          PIC X(10).                    cbankd77
004800     15  CD77O-INVESTIGATOR         PIC X(8).                     cbankd77
004900     15  CD77O-DUE-DATE             PIC X(10).                    cbankd77
005000     15  CD77O-DISPOSITION          PIC X(1).                     cbankd77
005100     15  CD77O-DISP-DATE            PIC X(10).                    cbankd77
005200     15  CD77O-FILED-DATE           PIC X(10).                    cbankd77
005300     15  CD77O-AMOUNT               PIC S9(9)V99 COMP-3.          cbankd77
005400     15  CD77O-ALERT-COUNT          PIC 9(2).                     cbankd77
005500     15  CD77O-ALERT-TABLE.                                       cbankd77
005600       20  CD77O-ALERT OCCURS 6 TIMES.                            cbankd77
005700         25  CD77O-ALERT-SOURCE   PIC X(1).                       cbankd77
005800         25  CD77O-ALERT-REF      PIC X(26).                      cbankd77
005900         25  CD77O-ALERT-DATE     PIC X(10).                      cbankd77
006000         25  CD77O-ALERT-DESC     PIC X(20).                      cbankd77
006100     15  CD77O-NOTE-COUNT           PIC 9(2).                     cbankd77
006200     15  CD77O-NOTE-TABLE.                                        cbankd77
006300       20  CD77O-NOTE OCCURS 6 TIMES.                             cbankd77
006400         25  CD77O-NOTE-DATE      PIC X(10).                      cbankd77
006500         25  CD77O-NOTE-USER      PIC X(8).                       cbankd77
006600         25  CD77O-NOTE-TEXT      PIC X(60).                      cbankd77
006700                                                                  cbankd77
006800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd77
