000100***************************************************************** cbankvbo
000200*                                                               * cbankvbo
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvbo
000400*                                                               * cbankvbo
000500***************************************************************** cbankvbo
000600                                                                  cbankvbo
000700***************************************************************** cbankvbo
000800* CBANKVBO.CPY                                                  * cbankvbo
000900*---------------------------------------------------------------* cbankvbo
001000* This is the record layout for the beneficial-owner file,      * cbankvbo
001100* BNKBOWN - one row for each person linked to a business        * cbankvbo
001200* customer, keyed by the business PID and the person's own PID. * cbankvbo
001300* A beneficial owner holds a share at or above the ownership    * cbankvbo
001400* threshold; a controlling person (director, signatory or other * cbankvbo
001500* person with control) may hold none.  Each link records when   * cbankvbo
001600* the person last passed denied-party screening.  A removed     * cbankvbo
001700* link is kept with who removed it and when.  Maintained by     * cbankvbo
001800* SBUSN01P via DBANK95P and read by the ZBNKKYC1 KYC review     * cbankvbo
001900* run.                                                          * cbankvbo
002000***************************************************************** cbankvbo
002100                                                                  cbankvbo
002200 05  BBO-RECORD                      PIC X(100).                  cbankvbo
002300 05  FILLER REDEFINES BBO-RECORD.                                 cbankvbo
002400   10  BBO-KEY.                                                   cbankvbo
002500     15  BBO-REC-BUS-PID             PIC X(5).                    cbankvbo
002600     15  BBO-REC-OWN-PID             PIC X(5).                    cbankvbo
002700   10  BBO-REC-ROLE                  PIC X(1).                    cbankvbo
002800     88  BBO-ROLE-VALID              VALUE 'O' 'C'.               cbankvbo
002900     88  BBO-ROLE-OWNER              VALUE 'O'.                   cbankvbo
003000     88  BBO-ROLE-CONTROL            VALUE 'C'.                   cbankvbo
003100   10  BBO-REC-PCT                   PIC 9(3)V99.                 cbankvbo
003200   10  BBO-REC-STATUS                PIC X(1).                    cbankvbo
003300     88  BBO-STATUS-ACTIVE           VALUE 'A'.                   cbankvbo
003400     88  BBO-STATUS-REMOVED          VALUE 'R'.                   cbankvbo
003500   10  BBO-REC-ADDED-DTE             PIC X(10).                   cbankvbo
003600   10  BBO-REC-ADDED-BY              PIC X(8).                    cbankvbo
003700   10  BBO-REC-SCREENED-DTE          PIC X(10).                   cbankvbo
003800   10  BBO-REC-REMOVED-DTE           PIC X(10).                   cbankvbo
003900   10  BBO-REC-REMOVED-BY            PIC X(8).                    cbankvbo
004000   10  BBO-REC-FILLER                PIC X(37).                   cbankvbo
004100                                                                  cbankvbo
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbo
