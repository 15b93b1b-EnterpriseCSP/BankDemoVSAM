000100***************************************************************** cbankvan
000200*                                                               * cbankvan
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvan
000400*                                                               * cbankvan
000500***************************************************************** cbankvan
000600                                                                  cbankvan
000700***************************************************************** cbankvan
000800* CBANKVAN.CPY                                                  * cbankvan
000900*---------------------------------------------------------------* cbankvan
001000* This is the record layout for the account analysis price      * cbankvan
001100* table, BNKAAPR.  One row per billable activity giving the     * cbankvan
001200* unit price the month-end ZBNKANL1 analysis run charges a      * cbankvan
001300* corporate client for each one counted, plus the EC row whose  * cbankvan
001400* price field carries the annual earnings credit rate (percent) * cbankvan
001500* allowed on the client's average collected balance.  Treasury  * cbankvan
001600* keep the table through SAAPR01P/DBANK96P; the prices are      * cbankvan
001700* reference data, never hard-coded in the run.                  * cbankvan
001800***************************************************************** cbankvan
001900 05  AAP-RECORD                      PIC X(60).                   cbankvan
002000 05  FILLER REDEFINES AAP-RECORD.                                 cbankvan
002100   10  AAP-KEY.                                                   cbankvan
002200     15  AAP-REC-CODE                PIC X(2).                    cbankvan
002300       88  AAP-CODE-VALID            VALUE 'BK', 'DC', 'WR',      cbankvan
002400                                           'CQ', 'AC', 'EC'.      cbankvan
002500       88  AAP-CODE-BULK             VALUE 'BK'.                  cbankvan
002600       88  AAP-CODE-COLLECTION       VALUE 'DC'.                  cbankvan
002700       88  AAP-CODE-WIRE             VALUE 'WR'.                  cbankvan
002800       88  AAP-CODE-CHEQUE           VALUE 'CQ'.                  cbankvan
002900       88  AAP-CODE-ACCOUNT          VALUE 'AC'.                  cbankvan
003000       88  AAP-CODE-EARNINGS-CREDIT  VALUE 'EC'.                  cbankvan
003100   10  AAP-REC-DESC                  PIC X(20).                   cbankvan
003200   10  AAP-REC-PRICE                 PIC 9(3)V99 COMP-3.          cbankvan
003300   10  AAP-REC-MAINT-DATE            PIC X(10).                   cbankvan
003400   10  AAP-REC-MAINT-USER            PIC X(8).                    cbankvan
003500   10  AAP-REC-FILLER                PIC X(17).                   cbankvan
003600                                                                  cbankvan
003700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvan
