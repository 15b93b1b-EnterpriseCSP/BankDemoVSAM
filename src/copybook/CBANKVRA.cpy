000100***************************************************************** cbankvra
000200*                                                               * cbankvra
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankvra
000400*                                                               * cbankvra
000500***************************************************************** cbankvra
000600                                                                  cbankvra
000700***************************************************************** cbankvra
000800* CBANKVRA.CPY                                                  * cbankvra
000900*---------------------------------------------------------------* cbankvra
001000* This is the record layout for the reference-data change audit * cbankvra
001100* file, BNKRAUD.  DBANK82P writes one row for every add, change * cbankvra
001200* and delete made through the staff maintenance screens to a    * cbankvra
001300* reference table - product types, branches, states, exchange   * cbankvra
001400* rates, the batch schedule, staff roles and authorizations,    * cbankvra
001500* bulletins, help text and screen messages.  Each row carries   * cbankvra
001600* who made the change, from which terminal and when, the table  * cbankvra
001700* file name and row key, and the whole row as it stood before   * cbankvra
001800* and after.  An add has a blank before image and a delete a    * cbankvra
001900* blank after image.  The key is the change timestamp and the   * cbankvra
002000* terminal, with a sequence number for two changes made in the  * cbankvra
002100* same hundredth of a second.  ZBNKRAU1 reports from the file.  * cbankvra
002200***************************************************************** cbankvra
002300                                                                  cbankvra
002400 05  RAU-RECORD                           PIC X(520).             cbankvra
002500 05  FILLER REDEFINES RAU-RECORD.                                 cbankvra
002600   10  RAU-KEY.                                                   cbankvra
002700     15  RAU-REC-TIMESTAMP              PIC X(26).                cbankvra
002800     15  RAU-REC-TERMID                 PIC X(4).                 cbankvra
002900     15  RAU-REC-SEQ                    PIC 9(2).                 cbankvra
003000   10  RAU-REC-USERID                 PIC X(8).                   cbankvra
003100   10  RAU-REC-TABLE                  PIC X(8).                   cbankvra
003200   10  RAU-REC-ACTION                 PIC X(1).                   cbankvra
003300     88  RAU-ACTION-ADD               VALUE 'A'.                  cbankvra
003400     88  RAU-ACTION-CHANGE            VALUE 'C'.                  cbankvra
003500     88  RAU-ACTION-DELETE            VALUE 'D'.                  cbankvra
003600   10  RAU-REC-PROGRAM                PIC X(8).                   cbankvra
003700   10  RAU-REC-ROW-KEY                PIC X(40).                  cbankvra
003800   10  RAU-REC-IMAGE-LEN              PIC 9(3).                   cbankvra
003900   10  RAU-REC-BEFORE                 PIC X(200).                 cbankvra
004000   10  RAU-REC-AFTER                  PIC X(200).                 cbankvra
004100   10  RAU-REC-FILLER                 PIC X(20).                  cbankvra
004200                                                                  cbankvra
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvra
