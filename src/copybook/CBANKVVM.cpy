000100***************************************************************** cbankvvm
000200*                                                               * cbankvvm
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvvm
000400*                                                               * cbankvvm
000500***************************************************************** cbankvvm
000600                                                                  cbankvvm
000700***************************************************************** cbankvvm
000800* CBANKVVM.CPY                                                  * cbankvvm
000900*---------------------------------------------------------------* cbankvvm
001000* This is the record layout for the customer care-marker file,  * cbankvvm
001100* BNKVULN - one row for each special-handling marker placed on  * cbankvvm
001200* a customer (bereavement, financial difficulty, cognitive      * cbankvvm
001300* impairment, hold mail, contact-time restriction or other),    * cbankvvm
001400* keyed by the customer PID and the marker code.  Each marker   * cbankvvm
001500* carries a handling instruction every member of staff is shown * cbankvvm
001600* and a reason note only supervisors and administrators may     * cbankvvm
001700* see, and a date by which it must be reviewed.  A removed      * cbankvvm
001800* marker is kept with who removed it and when rather than       * cbankvvm
001900* deleted.  Maintained by SVULN01P via DBANK94P, which also     * cbankvvm
002000* builds the care banner the customer-facing staff screens      * cbankvvm
002100* show, and read by the ZBNKCOL1 collections run.               * cbankvvm
002200***************************************************************** cbankvvm
002300                                                                  cbankvvm
002400 05  VLM-RECORD                      PIC X(200).                  cbankvvm
002500 05  FILLER REDEFINES VLM-RECORD.                                 cbankvvm
002600   10  VLM-KEY.                                                   cbankvvm
002700     15  VLM-REC-PID                 PIC X(5).                    cbankvvm
002800     15  VLM-REC-CODE                PIC X(2).                    cbankvvm
002900       88  VLM-CODE-VALID            VALUE 'BV' 'FD' 'CI'         cbankvvm
003000                                    'HM' 'CT' 'OT'.               cbankvvm
003100       88  VLM-CODE-BEREAVEMENT      VALUE 'BV'.                  cbankvvm
003200       88  VLM-CODE-FIN-DIFFICULTY   VALUE 'FD'.                  cbankvvm
003300       88  VLM-CODE-COGNITIVE        VALUE 'CI'.                  cbankvvm
003400       88  VLM-CODE-HOLD-MAIL        VALUE 'HM'.                  cbankvvm
003500       88  VLM-CODE-CONTACT-TIME     VALUE 'CT'.                  cbankvvm
003600       88  VLM-CODE-OTHER            VALUE 'OT'.                  cbankvvm
003700       88  VLM-CODE-PAUSES-COLL      VALUE 'BV' 'FD' 'CI'.        cbankvvm
003800   10  VLM-REC-STATUS                PIC X(1).                    cbankvvm
003900     88  VLM-STATUS-ACTIVE           VALUE 'A'.                   cbankvvm
004000     88  VLM-STATUS-REMOVED          VALUE 'R'.                   cbankvvm
004100   10  VLM-REC-ADDED-DTE             PIC X(10).                   cbankvvm
004200   10  VLM-REC-ADDED-BY              PIC X(8).                    cbankvvm
004300   10  VLM-REC-REVIEW-DTE            PIC X(10).                   cbankvvm
004400   10  VLM-REC-INSTRUCTION           PIC X(40).                   cbankvvm
004500   10  VLM-REC-REASON                PIC X(60).                   cbankvvm
004600   10  VLM-REC-REMOVED-DTE           PIC X(10).                   cbankvvm
004700   10  VLM-REC-REMOVED-BY            PIC X(8).                    cbankvvm
004800   10  VLM-REC-FILLER                PIC X(46).                   cbankvvm
004900                                                                  cbankvvm
005000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvvm
