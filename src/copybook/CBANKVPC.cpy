000100***************************************************************** cbankvpc
000200*                                                               * cbankvpc
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvpc
000400*                                                               * cbankvpc
000500***************************************************************** cbankvpc
000600                                                                  cbankvpc
000700***************************************************************** cbankvpc
000800* CBANKVPC.CPY                                                  * cbankvpc
000900*---------------------------------------------------------------* cbankvpc
001000* This is the record layout for the postcode reference file,    * cbankvpc
001100* BNKPSTC, loaded from the postal authority's file by ZBNKPCL1. * cbankvpc
001200* One row per postcode (upper case, no embedded space) with the * cbankvpc
001300* country, state/province and the authority's standard town     * cbankvpc
001400* name, plus the town's UDPMATCH key so a town keyed with       * cbankvpc
001500* different case, spacing or punctuation is recognised as the   * cbankvpc
001600* same place.  A postcode dropped by the authority is kept but  * cbankvpc
001700* marked retired.  Addresses are checked against it through     * cbankvpc
001800* UPOSTCK - online via DBANK91P, and monthly over BNKCUST and   * cbankvpc
001900* BNKBENE by ZBNKPCV1.                                          * cbankvpc
002000***************************************************************** cbankvpc
002100                                                                  cbankvpc
002200 05  PSC-RECORD                       PIC X(100).                 cbankvpc
002300 05  FILLER REDEFINES PSC-RECORD.                                 cbankvpc
002400   10  PSC-KEY.                                                   cbankvpc
002500     15  PSC-REC-POSTCODE             PIC X(6).                   cbankvpc
002600   10  PSC-REC-CNTRY                  PIC X(3).                   cbankvpc
002700   10  PSC-REC-STATE                  PIC X(2).                   cbankvpc
002800   10  PSC-REC-TOWN                   PIC X(25).                  cbankvpc
002900   10  PSC-REC-TOWN-KEY               PIC X(30).                  cbankvpc
003000   10  PSC-REC-STATUS                 PIC X(1).                   cbankvpc
003100     88  PSC-STATUS-ACTIVE            VALUE 'A'.                  cbankvpc
003200     88  PSC-STATUS-RETIRED           VALUE 'R'.                  cbankvpc
003300   10  PSC-REC-LOADED-DATE            PIC X(10).                  cbankvpc
003400   10  PSC-REC-RETIRED-DATE           PIC X(10).                  cbankvpc
003500   10  PSC-REC-FILLER                 PIC X(13).                  cbankvpc
003600                                                                  cbankvpc
003700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpc
