000100***************************************************************** cbankvbp
000200*                                                               * cbankvbp
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvbp
000400*                                                               * cbankvbp
000500***************************************************************** cbankvbp
000600                                                                  cbankvbp
000700***************************************************************** cbankvbp
000800* CBANKVBP.CPY                                                  * cbankvbp
000900*---------------------------------------------------------------* cbankvbp
001000* This is the record layout for the business profile file,      * cbankvbp
001100* BNKBUSP - one row for each customer held as a business        * cbankvbp
001200* (BCS-REC-CUST-TYPE 'B' on BNKCUST), keyed by the customer     * cbankvbp
001300* PID.  It carries the registered name and registration number, * cbankvbp
001400* the country of incorporation, the industry code and the       * cbankvbp
001500* registered office address.  The owners and controlling        * cbankvbp
001600* persons are linked on BNKBOWN.  Maintained by SBUSN01P via    * cbankvbp
001700* DBANK95P.                                                     * cbankvbp
001725* A nominated analysis account puts the business on monthly     * cbankvbp
001750* account analysis (ZBNKANL1) in place of the retail service    * cbankvbp
001775* charge - the net analysis fee is debited to it.               * cbankvbp
001800***************************************************************** cbankvbp
001900                                                                  cbankvbp
002000 05  BBP-RECORD                      PIC X(200).                  cbankvbp
002100 05  FILLER REDEFINES BBP-RECORD.                                 cbankvbp
002200   10  BBP-KEY.                                                   cbankvbp
002300     15  BBP-REC-PID                 PIC X(5).                    cbankvbp
002400   10  BBP-REC-REG-NAME              PIC X(40).                   cbankvbp
002500   10  BBP-REC-REG-NUMBER            PIC X(15).                   cbankvbp
002600   10  BBP-REC-INC-CNTRY             PIC X(6).                    cbankvbp
002700   10  BBP-REC-INDUSTRY              PIC X(6).                    cbankvbp
002800   10  BBP-REC-ADDR1                 PIC X(25).                   cbankvbp
002900   10  BBP-REC-ADDR2                 PIC X(25).                   cbankvbp
003000   10  BBP-REC-STATE                 PIC X(2).                    cbankvbp
003100   10  BBP-REC-CNTRY                 PIC X(6).                    cbankvbp
003200   10  BBP-REC-POST-CODE             PIC X(6).                    cbankvbp
003300   10  BBP-REC-CREATED-DTE           PIC X(10).                   cbankvbp
003400   10  BBP-REC-UPDATED-DTE           PIC X(10).                   cbankvbp
003500   10  BBP-REC-UPDATED-BY            PIC X(8).                    cbankvbp
003550   10  BBP-REC-ANALYSIS-ACCNO        PIC X(9).                    cbankvbp
003600   10  BBP-REC-FILLER                PIC X(27).                   cbankvbp
003700                                                                  cbankvbp
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbp
