000100***************************************************************** cbankvcy
000200*                                                               * cbankvcy
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvcy
000400*                                                               * cbankvcy
000500***************************************************************** cbankvcy
000600                                                                  cbankvcy
000700***************************************************************** cbankvcy
000800* CBANKVCY.CPY                                                  * cbankvcy
000900*---------------------------------------------------------------* cbankvcy
001000* This is the record layout for the capacity history file,      * cbankvcy
001100* BNKCAPH.  ZBNKCAP1 writes one row per BNK cluster per run,    * cbankvcy
001200* keyed by the cluster and the run date, holding the record     * cbankvcy
001300* count, the change since the previous run, and the allocated   * cbankvcy
001400* and used space of the data component in bytes as IDCAMS       * cbankvcy
001500* LISTCAT reported them (HI-A-RBA and HI-U-RBA).  The job that  * cbankvcy
001600* purges the cluster, if any, is recorded with it.              * cbankvcy
001700***************************************************************** cbankvcy
001800                                                                  cbankvcy
001900 05  CPH-RECORD                           PIC X(100).             cbankvcy
002000 05  FILLER REDEFINES CPH-RECORD.                                 cbankvcy
002100   10  CPH-KEY.                                                   cbankvcy
002200     15  CPH-REC-CLUSTER                PIC X(8).                 cbankvcy
002300     15  CPH-REC-RUN-DATE               PIC X(10).                cbankvcy
002400   10  CPH-REC-RECORDS                PIC S9(11) COMP-3.          cbankvcy
002500   10  CPH-REC-CHANGE                 PIC S9(11) COMP-3.          cbankvcy
002600   10  CPH-REC-ALLOC-BYTES            PIC S9(15) COMP-3.          cbankvcy
002700   10  CPH-REC-USED-BYTES             PIC S9(15) COMP-3.          cbankvcy
002800   10  CPH-REC-RETENTION              PIC X(8).                   cbankvcy
002900   10  CPH-REC-FILLER                 PIC X(46).                  cbankvcy
003000                                                                  cbankvcy
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcy
