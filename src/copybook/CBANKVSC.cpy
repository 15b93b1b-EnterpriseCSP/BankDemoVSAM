000100***************************************************************** cbankvsc
000200*                                                               * cbankvsc
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvsc
000400*                                                               * cbankvsc
000500***************************************************************** cbankvsc
000600                                                                  cbankvsc
000700                                                                  cbankvsc
000800***************************************************************** cbankvsc
000900* CBANKVSC.CPY                                                  * cbankvsc
001000*---------------------------------------------------------------* cbankvsc
001100* This is the record layout for the suspicious activity         * cbankvsc
001200* investigation case file, BNKSARC.  A case ties together the   * cbankvsc
001300* alerts raised against one customer - structuring and fraud    * cbankvsc
001400* rule hits on the BNKFRAUD queue, denied-party hits on         * cbankvsc
001500* BNKDENYQ and large cash lines from the ZBNKCTR1 listing -     * cbankvsc
001600* with the investigator's narrative notes, the assigned         * cbankvsc
001700* investigator, the disposition and the filing due date, 30     * cbankvsc
001800* days after the case was opened.  Cases are worked through     * cbankvsc
001900* SSARC01P/DBANK77P.  A case decided reportable waits for the   * cbankvsc
002000* ZBNKSAR1 run, which writes it to the suspicious activity      * cbankvsc
002100* report extract and marks it filed.  The case id is the date   * cbankvsc
002200* and time the case was opened.                                 * cbankvsc
002300***************************************************************** cbankvsc
002400                                                                  cbankvsc
002500 05  SAR-RECORD                           PIC X(1000).            cbankvsc
002600 05  FILLER REDEFINES SAR-RECORD.                                 cbankvsc
002700   10  SAR-KEY.                                                   cbankvsc
002800     15  SAR-REC-CASE-ID                PIC X(14).                cbankvsc
002900   10  SAR-REC-PID                      PIC X(5).                 cbankvsc
003000   10  SAR-REC-STATUS                   PIC X(1).                 cbankvsc
003100     88  SAR-STATUS-OPEN              VALUE 'O'.                  cbankvsc
003200     88  SAR-STATUS-TO-FILE           VALUE 'P'.                  cbankvsc
003300     88  SAR-STATUS-FILED             VALUE 'F'.                  cbankvsc
003400     88  SAR-STATUS-CLOSED            VALUE 'C'.                  cbankvsc
003500   10  SAR-REC-OPENED-DATE              PIC X(10).                cbankvsc
003600   10  SAR-REC-OPENED-USER              PIC X(8).                 cbankvsc
003700   10  SAR-REC-INVESTIGATOR             PIC X(8).                 cbankvsc
003800   10  SAR-REC-DUE-DATE                 PIC X(10).                cbankvsc
003900   10  SAR-REC-DISPOSITION              PIC X(1).                 cbankvsc
004000     88  SAR-DISP-PENDING             VALUE ' '.                  cbankvsc
004100     88  SAR-DISP-REPORTABLE          VALUE 'R'.                  cbankvsc
004200     88  SAR-DISP-NOT-REPORTABLE      VALUE 'N'.                  cbankvsc
004300   10  SAR-REC-DISP-DATE                PIC X(10).                cbankvsc
004400   10  SAR-REC-DISP-USER                PIC X(8).                 cbankvsc
004500   10  SAR-REC-FILED-DATE               PIC X(10).                cbankvsc
004600   10  SAR-REC-AMOUNT                   PIC S9(9)V99 COMP-3.      cbankvsc
004700   10  SAR-REC-ALERT-COUNT              PIC 9(2).                 cbankvsc
004800   10  SAR-REC-ALERT                    OCCURS 6 TIMES.           cbankvsc
004900     15  SAR-REC-ALERT-SOURCE         PIC X(1).                   cbankvsc
005000       88  SAR-ALERT-FRAUD-QUEUE      VALUE 'F'.                  cbankvsc
005100       88  SAR-ALERT-DENIED-PARTY     VALUE 'D'.                  cbankvsc
005200       88  SAR-ALERT-CASH-REPORT      VALUE 'C'.                  cbankvsc
005300     15  SAR-REC-ALERT-REF            PIC X(26).                  cbankvsc
005400     15  SAR-REC-ALERT-DATE           PIC X(10).                  cbankvsc
005500     15  SAR-REC-ALERT-AMOUNT         PIC S9(7)V99 COMP-3.        cbankvsc
005600     15  SAR-REC-ALERT-DESC           PIC X(20).                  cbankvsc
005700   10  SAR-REC-NOTE-COUNT               PIC 9(2).                 cbankvsc
005800   10  SAR-REC-NOTE                     OCCURS 6 TIMES.           cbankvsc
005900     15  SAR-REC-NOTE-DATE            PIC X(10).                  cbankvsc
006000     15  SAR-REC-NOTE-USER            PIC X(8).                   cbankvsc
006100     15  SAR-REC-NOTE-TEXT            PIC X(60).                  cbankvsc
006200   10  SAR-REC-FILLER                   PIC X(65).                cbankvsc
006300                                                                  cbankvsc
006400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvsc
