001200* region the regional manager rolls up to.  The branch code is  * cbankvbm
001300* stamped on every account at opening and carried on teller     * cbankvbm
001400* postings so the breakdown and reconciliation reports can      * cbankvbm
001466* subtotal by branch.  The manager is the staff user id who     * cbankvbm
001532* recertifies the branch staff in the quarterly access review.  * cbankvbm
001600***************************************************************** cbankvbm
001700                                                                  cbankvbm
001800 05  BRM-RECORD                           PIC X(80).              cbankvbm
002500   10  BRM-REC-STATUS                 PIC X(1).                   cbankvbm
002600     88  BRM-STATUS-ACTIVE            VALUE 'A', ' '.             cbankvbm
002700     88  BRM-STATUS-CLOSED            VALUE 'C'.                  cbankvbm
002766   10  BRM-REC-MANAGER                PIC X(8).                   cbankvbm
002832   10  BRM-REC-FILLER                 PIC X(8).                   cbankvbm
002900                                                                  cbankvbm
003000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbm
