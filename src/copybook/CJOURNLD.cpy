000100***************************************************************** cjournld
000200*                                                               * cjournld
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cjournld
000400*                                                               * cjournld
000500***************************************************************** cjournld
000600                                                                  cjournld
000700***************************************************************** cjournld
000800* CJOURNLD.CPY                                                  * cjournld
000900*---------------------------------------------------------------* cjournld
001000* Parameter area for the batch forward-recovery journal routine * cjournld
001100* UJOURNL.  A job calls it after each add, change or delete it  * cjournld
001200* makes to BNKCUST, BNKACC, BNKTXN, BNKLOAN, BNKCARD, BNKPAYQ   * cjournld
001300* or BNKALRTQ, naming the file, the action and itself, passing  * cjournld
001400* the record as it now stands and the file status the update    * cjournld
001500* returned.  Nothing is journaled for an update that failed.    * cjournld
001600* An error result means the journal could not be written and    * cjournld
001700* the job must stop.                                            * cjournld
001800***************************************************************** cjournld
001900                                                                  cjournld
002000 01  JRN-CTL-DATA.                                                cjournld
002100   05  JRN-CTL-FILE                 PIC X(8).                     cjournld
002200   05  JRN-CTL-ACTION               PIC X(1).                     cjournld
002300     88  JRN-CTL-ADD                VALUE 'A'.                    cjournld
002400     88  JRN-CTL-CHANGE             VALUE 'C'.                    cjournld
002500     88  JRN-CTL-DELETE             VALUE 'D'.                    cjournld
002600   05  JRN-CTL-PROGRAM              PIC X(8).                     cjournld
002700   05  JRN-CTL-IO-STATUS            PIC X(2).                     cjournld
002800   05  JRN-CTL-IMAGE                PIC X(440).                   cjournld
002900   05  JRN-CTL-RESULT               PIC X(1).                     cjournld
003000     88  JRN-CTL-OK                 VALUE '0'.                    cjournld
003100     88  JRN-CTL-ERROR              VALUE '3'.                    cjournld
003200   05  JRN-CTL-MSG                  PIC X(60).                    cjournld
003300                                                                  cjournld
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cjournld
