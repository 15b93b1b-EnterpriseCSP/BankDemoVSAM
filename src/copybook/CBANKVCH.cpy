000100***************************************************************** cbankvch
000200*                                                               * cbankvch
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvch
000400*                                                               * cbankvch
000500***************************************************************** cbankvch
000600                                                                  cbankvch
000700***************************************************************** cbankvch
000800* CBANKVCH.CPY                                                  * cbankvch
000900*---------------------------------------------------------------* cbankvch
001000* This is the record layout for the correspondence register,    * cbankvch
001100* BNKCORR.  Each row is one letter or notice sent to a          * cbankvch
001200* customer - the run and letter type that produced it, the      * cbankvch
001300* account it concerned, the channel, the address it went to, a  * cbankvch
001400* one-line summary and a copy of the letter record as it went   * cbankvch
001500* to the print stream - keyed customer id plus timestamp so the * cbankvch
001600* newest read back first with a backward browse.  A reprint     * cbankvch
001700* asked for from the SCORR01P screen is marked R until the      * cbankvch
001800* ZBNKCRP1 run puts it back in the print stream; the reprint    * cbankvch
001900* itself is registered as a new row pointing at the original.   * cbankvch
002000***************************************************************** cbankvch
002100                                                                  cbankvch
002200 05  COR-RECORD                       PIC X(480).                 cbankvch
002300 05  FILLER REDEFINES COR-RECORD.                                 cbankvch
002400   10  COR-KEY.                                                   cbankvch
002500     15  COR-REC-PID                  PIC X(5).                   cbankvch
002600     15  COR-REC-TIMESTAMP            PIC X(26).                  cbankvch
002700     15  COR-REC-SEQ                  PIC 9(4).                   cbankvch
002800   10  COR-REC-LETTER-TYPE            PIC X(8).                   cbankvch
002900   10  COR-REC-PROGRAM                PIC X(8).                   cbankvch
003000   10  COR-REC-DATE                   PIC X(10).                  cbankvch
003100   10  COR-REC-CHANNEL                PIC X(1).                   cbankvch
003200     88  COR-CHANNEL-MAIL             VALUE 'M'.                  cbankvch
003300     88  COR-CHANNEL-EMAIL            VALUE 'E'.                  cbankvch
003400   10  COR-REC-ACCNO                  PIC X(9).                   cbankvch
003500   10  COR-REC-NAME                   PIC X(25).                  cbankvch
003600   10  COR-REC-ADDR1                  PIC X(25).                  cbankvch
003700   10  COR-REC-ADDR2                  PIC X(25).                  cbankvch
003800   10  COR-REC-STATE                  PIC X(2).                   cbankvch
003900   10  COR-REC-CNTRY                  PIC X(6).                   cbankvch
004000   10  COR-REC-POST-CODE              PIC X(6).                   cbankvch
004100   10  COR-REC-SUMMARY                PIC X(60).                  cbankvch
004200   10  COR-REC-REPRINT-STATUS         PIC X(1).                   cbankvch
004300     88  COR-REPRINT-NONE             VALUE ' '.                  cbankvch
004400     88  COR-REPRINT-REQUESTED        VALUE 'R'.                  cbankvch
004500     88  COR-REPRINT-PRINTED          VALUE 'P'.                  cbankvch
004600   10  COR-REC-REPRINT-USERID         PIC X(8).                   cbankvch
004700   10  COR-REC-REPRINT-DTE            PIC X(10).                  cbankvch
004800   10  COR-REC-REPRINT-OF             PIC X(35).                  cbankvch
004900   10  COR-REC-IMAGE                  PIC X(200).                 cbankvch
005000   10  COR-REC-FILLER                 PIC X(6).                   cbankvch
005100                                                                  cbankvch
005200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvch
