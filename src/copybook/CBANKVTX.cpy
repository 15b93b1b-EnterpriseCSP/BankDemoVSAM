000900*---------------------------------------------------------------* cbankvtx
001000* This is the record file record layout for bank transactions   * cbankvtx
001100***************************************************************** cbankvtx
001200   05  BTX-RECORD                            PIC X(440).          cbankvtx
001300   05  FILLER REDEFINES BTX-RECORD.                               cbankvtx
001400     10  BTX-REC-PID                         PIC X(5).            cbankvtx
001500     10  BTX-REC-TYPE                        PIC X(1).            cbankvtx
002310*    The tail of the record grew up by use - the first            cbankvtx
002311*    sixteen bytes carry the payment reference where one          cbankvtx
002312*    applies, the next three the posting branch, and the          cbankvtx
002313*    next eight the banking business date (CCYYMMDD) the          cbankvtx
002314*    posting belongs to, which may differ from the                cbankvtx
002315*    timestamp calendar date around the end-of-day                cbankvtx
002316*    cutover.  A writer that does not know the banking            cbankvtx
002317*    date leaves it to CBANKTXP, which fills in the               cbankvtx
002330*    timestamp calendar date.  The posting date leads             cbankvtx
002343*    the second alternate key, completed by copies of             cbankvtx
002356*    the account and timestamp, so the date-driven batch          cbankvtx
002369*    runs start-and-browse one banking day's entries              cbankvtx
002382*    instead of scanning the whole file.                          cbankvtx
002400     10  BTX-REC-FILLER.                                          cbankvtx
002410       15  BTX-REC-PAYMENT-REF               PIC X(16).           cbankvtx
002420       15  BTX-REC-BRANCH-CODE               PIC X(3).            cbankvtx
002433       15  BTX-REC-ALTKEY2.                                       cbankvtx
002446         20  BTX-REC-POSTING-DATE            PIC X(8).            cbankvtx
002459         20  BTX-REC-PD-ACCNO                PIC X(9).            cbankvtx
002472         20  BTX-REC-PD-TIMESTAMP            PIC X(26).           cbankvtx
002474*    The spending category of a debit (see CSPCATD) is set        cbankvtx
002476*    by the nightly categorisation run from the CATTAB            cbankvtx
002478*    mapping table, or by the customer from the spending          cbankvtx
002480*    categories screen; the source byte says which, and the       cbankvtx
002482*    run never overrides a customer's choice.  Blank means        cbankvtx
002484*    not yet categorised.                                         cbankvtx
002486     10  BTX-REC-CATEGORY                    PIC X(2).            cbankvtx
002488     10  BTX-REC-CAT-SOURCE                  PIC X(1).            cbankvtx
002490       88  BTX-CAT-BY-RULE                   VALUE 'R'.           cbankvtx
002492       88  BTX-CAT-BY-CUSTOMER               VALUE 'C'.           cbankvtx
002494     10  FILLER                              PIC X(2).            cbankvtx
002500                                                                  cbankvtx
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtx
