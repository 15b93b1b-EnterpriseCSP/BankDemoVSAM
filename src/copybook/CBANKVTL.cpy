002330   10  TRL-REC-DETAIL-SGNR REDEFINES TRL-REC-DETAIL.              cbankvtl
002340     15  TRL-REC-SGNR-CLASS           PIC X(1).                   cbankvtl
002350     15  TRL-REC-SGNR-ACCNO           PIC X(9).                   cbankvtl
002354*  A staff member opening a connected customer (TRAN 'CPTY',      cbankvtl
002358*  via DBANK84P) carries the customer, why the customer is        cbankvtl
002362*  connected and whether the warning was heeded or overridden;    cbankvtl
002366*  an override is followed by a 'CPTO' row under the              cbankvtl
002370*  supervisor who gave it                                         cbankvtl
002374   10  TRL-REC-DETAIL-CPTY REDEFINES TRL-REC-DETAIL.              cbankvtl
002378     15  TRL-REC-CPTY-PID             PIC X(5).                   cbankvtl
002382     15  TRL-REC-CPTY-REASON          PIC X(1).                   cbankvtl
002386     15  TRL-REC-CPTY-ACTION          PIC X(1).                   cbankvtl
002390     15  TRL-REC-CPTY-FILLER          PIC X(3).                   cbankvtl
002400                                                                  cbankvtl
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtl
