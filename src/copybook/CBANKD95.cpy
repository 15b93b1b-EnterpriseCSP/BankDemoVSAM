000100***************************************************************** cbankd95
000200*                                                               * cbankd95
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankd95
000400*                                                               * cbankd95
000500***************************************************************** cbankd95
000600                                                                  cbankd95
000700***************************************************************** cbankd95
000800* CBANKD95.CPY                                                  * cbankd95
000900*---------------------------------------------------------------* cbankd95
001000* This area is used to pass data between a requesting program   * cbankd95
001100* and the I/O program (DBANK95P) which maintains a business     * cbankd95
001200* customer's profile (BNKBUSP) and its beneficial owners and    * cbankd95
001300* controlling persons (BNKBOWN).  The registered name and every * cbankd95
001400* person linked go through the same denied-party screening as   * cbankd95
001500* onboarding; a hit is held for review instead of recorded.     * cbankd95
001600***************************************************************** cbankd95
001700                                                                  cbankd95
001800 05  CD95-DATA.                                                   cbankd95
001900   10  CD95I-DATA.                                                cbankd95
002000     15  CD95I-REQUEST-CODE         PIC X(1).                     cbankd95
002100       88  CD95I-INQUIRE            VALUE '1'.                    cbankd95
002200       88  CD95I-SET-PROFILE        VALUE '2'.                    cbankd95
002300       88  CD95I-ADD-OWNER          VALUE '3'.                    cbankd95
002400       88  CD95I-REMOVE-OWNER       VALUE '4'.                    cbankd95
002500     15  CD95I-CALLER               PIC X(8).                     cbankd95
002600     15  CD95I-PID                  PIC X(5).                     cbankd95
002700     15  CD95I-REG-NAME             PIC X(40).                    cbankd95
002800     15  CD95I-REG-NUMBER           PIC X(15).                    cbankd95
002900     15  CD95I-INC-CNTRY            PIC X(6).                     cbankd95
003000     15  CD95I-INDUSTRY             PIC X(6).                     cbankd95
003100     15  CD95I-ADDR1                PIC X(25).                    cbankd95
003200     15  CD95I-ADDR2                PIC X(25).                    cbankd95
003300     15  CD95I-STATE                PIC X(2).                     cbankd95
003400     15  CD95I-CNTRY                PIC X(6).                     cbankd95
003500     15  CD95I-POST-CODE            PIC X(6).                     cbankd95
003600     15  CD95I-OWN-PID              PIC X(5).                     cbankd95
003700     15  CD95I-OWN-ROLE             PIC X(1).                     cbankd95
003800     15  CD95I-OWN-PCT              PIC 9(3)V99.                  cbankd95
003850     15  CD95I-ANALYSIS-ACCNO       PIC X(9).                     cbankd95
003900   10  CD95O-DATA.                                                cbankd95
004000     15  CD95O-RESP                 PIC X(1).                     cbankd95
004100       88  CD95O-OK                 VALUE '0'.                    cbankd95
004200       88  CD95O-NOTFND             VALUE '1'.                    cbankd95
004300       88  CD95O-ERROR              VALUE '2'.                    cbankd95
004400     15  CD95O-MSG                  PIC X(60).                    cbankd95
004500     15  CD95O-NAME                 PIC X(25).                    cbankd95
004600     15  CD95O-PROFILE              PIC X(1).                     cbankd95
004700       88  CD95O-PROFILE-YES        VALUE 'Y'.                    cbankd95
004800       88  CD95O-PROFILE-NO         VALUE 'N'.                    cbankd95
004900     15  CD95O-REG-NAME             PIC X(40).                    cbankd95
005000     15  CD95O-REG-NUMBER           PIC X(15).                    cbankd95
005100     15  CD95O-INC-CNTRY            PIC X(6).                     cbankd95
005200     15  CD95O-INDUSTRY             PIC X(6).                     cbankd95
005300     15  CD95O-ADDR1                PIC X(25).                    cbankd95
005400     15  CD95O-ADDR2                PIC X(25).                    cbankd95
005500     15  CD95O-STATE                PIC X(2).                     cbankd95
005600     15  CD95O-CNTRY                PIC X(6).                     cbankd95
005700     15  CD95O-POST-CODE            PIC X(6).                     cbankd95
005750     15  CD95O-ANALYSIS-ACCNO       PIC X(9).                     cbankd95
005800     15  CD95O-THRESHOLD            PIC 9(3)V99.                  cbankd95
005900     15  CD95O-OWNED-PCT            PIC 9(3)V99.                  cbankd95
006000     15  CD95O-COUNT                PIC 9(2).                     cbankd95
006100     15  CD95O-OWNER-TABLE.                                       cbankd95
006200       20  CD95O-OWNER OCCURS 8 TIMES.                            cbankd95
006300         25  CD95O-OWN-PID          PIC X(5).                     cbankd95
006400         25  CD95O-OWN-NAME         PIC X(25).                    cbankd95
006500         25  CD95O-OWN-ROLE         PIC X(1).                     cbankd95
006600         25  CD95O-OWN-PCT          PIC 9(3)V99.                  cbankd95
006700         25  CD95O-OWN-STATUS       PIC X(1).                     cbankd95
006800         25  CD95O-OWN-SCREENED     PIC X(10).                    cbankd95
006900                                                                  cbankd95
007000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd95
