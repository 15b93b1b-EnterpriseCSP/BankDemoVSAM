000100***************************************************************** cbankvqa
000200*                                                               * cbankvqa
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvqa
000400*                                                               * cbankvqa
000500***************************************************************** cbankvqa
000600                                                                  cbankvqa
000700***************************************************************** cbankvqa
000800* CBANKVQA.CPY                                                  * cbankvqa
000900*---------------------------------------------------------------* cbankvqa
001000* This is the record layout for the queue escalation file,      * cbankvqa
001100* BNKQESC.  The daily service-level run ZBNKQSL1 writes one row * cbankvqa
001200* for each manual work-queue item found past its SLATAB limit,  * cbankvqa
001300* keyed by the queue file name and the item's own key, so the   * cbankvqa
001400* supervisor named in the table sees every breach once however  * cbankvqa
001500* many nights it runs on.  Each further night the item is still * cbankvqa
001600* past its limit refreshes the age and bumps the alert count;   * cbankvqa
001700* once the item has been worked the row is closed as cleared.   * cbankvqa
001800***************************************************************** cbankvqa
001900                                                                  cbankvqa
002000 05  QEA-RECORD                           PIC X(150).             cbankvqa
002100 05  FILLER REDEFINES QEA-RECORD.                                 cbankvqa
002200   10  QEA-KEY.                                                   cbankvqa
002300     15  QEA-REC-QUEUE                  PIC X(8).                 cbankvqa
002400     15  QEA-REC-ITEM-KEY               PIC X(40).                cbankvqa
002500   10  QEA-REC-STATUS                 PIC X(1).                   cbankvqa
002600     88  QEA-STATUS-OPEN              VALUE 'O'.                  cbankvqa
002700     88  QEA-STATUS-CLEARED           VALUE 'C'.                  cbankvqa
002800   10  QEA-REC-ITEM-TYPE              PIC X(2).                   cbankvqa
002900   10  QEA-REC-PID                    PIC X(5).                   cbankvqa
003000   10  QEA-REC-REVIEWER               PIC X(8).                   cbankvqa
003100   10  QEA-REC-ESCALATE-TO            PIC X(8).                   cbankvqa
003200   10  QEA-REC-WAITING-SINCE          PIC X(10).                  cbankvqa
003300   10  QEA-REC-AGE                    PIC S9(3) COMP-3.           cbankvqa
003400   10  QEA-REC-LIMIT                  PIC S9(3) COMP-3.           cbankvqa
003500   10  QEA-REC-FIRST-DATE             PIC X(10).                  cbankvqa
003600   10  QEA-REC-LAST-DATE              PIC X(10).                  cbankvqa
003700   10  QEA-REC-ALERT-COUNT            PIC 9(3).                   cbankvqa
003800   10  QEA-REC-CLEARED-DATE           PIC X(10).                  cbankvqa
003900   10  QEA-REC-FILLER                 PIC X(31).                  cbankvqa
004000                                                                  cbankvqa
004100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvqa
