000100***************************************************************** cbankvrt
000200*                                                               * cbankvrt
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvrt
000400*                                                               * cbankvrt
000500***************************************************************** cbankvrt
000600                                                                  cbankvrt
000700***************************************************************** cbankvrt
000800* CBANKVRT.CPY                                                  * cbankvrt
000900*---------------------------------------------------------------* cbankvrt
001000* This is the record layout for the bank routing directory,     * cbankvrt
001100* BNKRTDIR, loaded weekly from the clearing network's directory * cbankvrt
001200* by ZBNKRTL1.  One row per routing number - the institution's  * cbankvrt
001300* name and location, whether it is still active, the routing    * cbankvrt
001400* that replaced it after a merger, and whether it can receive   * cbankvrt
001500* ACH items and wires.  A routing not on the latest directory   * cbankvrt
001600* is kept but marked inactive so stored instructions still      * cbankvrt
001700* show the bank they were set up against.  Every entry point    * cbankvrt
001800* that captures a routing validates it here (DBANK89P online,   * cbankvrt
001900* a keyed read in batch) and ZBNKRTR1 reports stored routings   * cbankvrt
002000* that have since gone inactive.                                * cbankvrt
002100***************************************************************** cbankvrt
002200                                                                  cbankvrt
002300 05  RTD-RECORD                           PIC X(150).             cbankvrt
002400 05  FILLER REDEFINES RTD-RECORD.                                 cbankvrt
002500   10  RTD-KEY.                                                   cbankvrt
002600     15  RTD-REC-ROUTING              PIC X(9).                   cbankvrt
002700   10  RTD-REC-NAME                   PIC X(36).                  cbankvrt
002800   10  RTD-REC-CITY                   PIC X(20).                  cbankvrt
002900   10  RTD-REC-STATE                  PIC X(2).                   cbankvrt
003000   10  RTD-REC-STATUS                 PIC X(1).                   cbankvrt
003100     88  RTD-STATUS-ACTIVE            VALUE 'A'.                  cbankvrt
003200     88  RTD-STATUS-INACTIVE          VALUE 'I'.                  cbankvrt
003300   10  RTD-REC-NEW-ROUTING            PIC X(9).                   cbankvrt
003400   10  RTD-REC-ACH                    PIC X(1).                   cbankvrt
003500     88  RTD-ACH-OK                   VALUE 'Y'.                  cbankvrt
003600   10  RTD-REC-WIRE                   PIC X(1).                   cbankvrt
003700     88  RTD-WIRE-OK                  VALUE 'Y'.                  cbankvrt
003800   10  RTD-REC-CHANGE-DATE            PIC X(10).                  cbankvrt
003900   10  RTD-REC-LOADED-DATE            PIC X(10).                  cbankvrt
004000   10  RTD-REC-INACTIVE-DATE          PIC X(10).                  cbankvrt
004100   10  RTD-REC-FILLER                 PIC X(41).                  cbankvrt
004200                                                                  cbankvrt
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrt
