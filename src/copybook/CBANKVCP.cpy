000100***************************************************************** cbankvcp
000200*                                                               * cbankvcp
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvcp
000400*                                                               * cbankvcp
000500***************************************************************** cbankvcp
000600                                                                  cbankvcp
000700***************************************************************** cbankvcp
000800* CBANKVCP.CPY                                                  * cbankvcp
000900*---------------------------------------------------------------* cbankvcp
001000* This is the record layout for the customer complaints         * cbankvcp
001100* register, BNKCMPL.  One row per complaint, keyed by the date  * cbankvcp
001200* and time it was logged, carrying its category, the channel it * cbankvcp
001300* came in by, the date it was received and the two regulatory   * cbankvcp
001400* deadlines worked out from that date - acknowledgment and      * cbankvcp
001500* final response - with the owner handling it, the root cause   * cbankvcp
001600* and outcome found, and the redress paid to the customer.      * cbankvcp
001700* Redress posts to the customer's account under the dispute     * cbankvcp
001800* transaction type, sub-type 3.  Complaints are worked through  * cbankvcp
001900* SCMPL01P/DBANK80P; ZBNKCPL1 lists the open complaints against * cbankvcp
002000* their deadlines each week and ZBNKCPL2 produces the monthly   * cbankvcp
002100* return by category and outcome.                               * cbankvcp
002200***************************************************************** cbankvcp
002300                                                                  cbankvcp
002400 05  CPL-RECORD                           PIC X(400).             cbankvcp
002500 05  FILLER REDEFINES CPL-RECORD.                                 cbankvcp
002600   10  CPL-KEY.                                                   cbankvcp
002700     15  CPL-REC-ID                     PIC X(14).                cbankvcp
002800   10  CPL-REC-PID                      PIC X(5).                 cbankvcp
002900   10  CPL-REC-ACCNO                    PIC X(9).                 cbankvcp
003000   10  CPL-REC-STATUS                   PIC X(1).                 cbankvcp
003100     88  CPL-STATUS-OPEN              VALUE 'O'.                  cbankvcp
003200     88  CPL-STATUS-CLOSED            VALUE 'C'.                  cbankvcp
003300   10  CPL-REC-CATEGORY                 PIC X(2).                 cbankvcp
003400     88  CPL-CAT-ACCOUNT              VALUE 'AC'.                 cbankvcp
003500     88  CPL-CAT-CHARGES              VALUE 'CH'.                 cbankvcp
003600     88  CPL-CAT-LENDING              VALUE 'LN'.                 cbankvcp
003700     88  CPL-CAT-CARDS                VALUE 'CD'.                 cbankvcp
003800     88  CPL-CAT-PAYMENTS             VALUE 'PY'.                 cbankvcp
003900     88  CPL-CAT-SERVICE              VALUE 'SV'.                 cbankvcp
004000     88  CPL-CAT-FRAUD                VALUE 'FR'.                 cbankvcp
004100     88  CPL-CAT-OTHER                VALUE 'OT'.                 cbankvcp
004200     88  CPL-CAT-VALID                VALUE 'AC' 'CH' 'LN' 'CD'   cbankvcp
004300                                            'PY' 'SV' 'FR' 'OT'.  cbankvcp
004400   10  CPL-REC-CHANNEL                  PIC X(1).                 cbankvcp
004500     88  CPL-CHANNEL-BRANCH           VALUE 'B'.                  cbankvcp
004600     88  CPL-CHANNEL-PHONE            VALUE 'P'.                  cbankvcp
004700     88  CPL-CHANNEL-WRITTEN          VALUE 'W'.                  cbankvcp
004800     88  CPL-CHANNEL-ONLINE           VALUE 'O'.                  cbankvcp
004900     88  CPL-CHANNEL-VALID            VALUE 'B' 'P' 'W' 'O'.      cbankvcp
005000   10  CPL-REC-RECEIVED-DATE            PIC X(10).                cbankvcp
005100   10  CPL-REC-RECEIVED-USER            PIC X(8).                 cbankvcp
005200   10  CPL-REC-ACK-DUE-DATE             PIC X(10).                cbankvcp
005300   10  CPL-REC-FINAL-DUE-DATE           PIC X(10).                cbankvcp
005400   10  CPL-REC-ACK-DATE                 PIC X(10).                cbankvcp
005500   10  CPL-REC-ACK-USER                 PIC X(8).                 cbankvcp
005600   10  CPL-REC-OWNER                    PIC X(8).                 cbankvcp
005700   10  CPL-REC-ROOT-CAUSE               PIC X(2).                 cbankvcp
005800     88  CPL-CAUSE-PROCESS            VALUE 'PR'.                 cbankvcp
005900     88  CPL-CAUSE-SYSTEM             VALUE 'SY'.                 cbankvcp
006000     88  CPL-CAUSE-STAFF              VALUE 'ST'.                 cbankvcp
006100     88  CPL-CAUSE-PRODUCT            VALUE 'PD'.                 cbankvcp
006200     88  CPL-CAUSE-THIRD-PARTY        VALUE 'TP'.                 cbankvcp
006300     88  CPL-CAUSE-NO-FAULT           VALUE 'NF'.                 cbankvcp
006400     88  CPL-CAUSE-VALID              VALUE 'PR' 'SY' 'ST' 'PD'   cbankvcp
006500                                            'TP' 'NF'.            cbankvcp
006600   10  CPL-REC-OUTCOME                  PIC X(1).                 cbankvcp
006700     88  CPL-OUTCOME-PENDING          VALUE ' '.                  cbankvcp
006800     88  CPL-OUTCOME-UPHELD           VALUE 'U'.                  cbankvcp
006900     88  CPL-OUTCOME-PART-UPHELD      VALUE 'P'.                  cbankvcp
007000     88  CPL-OUTCOME-NOT-UPHELD       VALUE 'N'.                  cbankvcp
007100     88  CPL-OUTCOME-WITHDRAWN        VALUE 'W'.                  cbankvcp
007200   10  CPL-REC-FINAL-DATE               PIC X(10).                cbankvcp
007300   10  CPL-REC-FINAL-USER               PIC X(8).                 cbankvcp
007400   10  CPL-REC-REDRESS-AMOUNT           PIC S9(7)V99 COMP-3.      cbankvcp
007500   10  CPL-REC-REDRESS-COUNT            PIC 9(2).                 cbankvcp
007600   10  CPL-REC-REDRESS-DATE             PIC X(10).                cbankvcp
007700   10  CPL-REC-REDRESS-USER             PIC X(8).                 cbankvcp
007800   10  CPL-REC-SUMMARY                  PIC X(60).                cbankvcp
007900   10  CPL-REC-FILLER                   PIC X(198).               cbankvcp
008000                                                                  cbankvcp
008100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcp
