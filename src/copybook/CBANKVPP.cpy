001400* release run finds everything due with one keyed start.  A     * cbankvpp
001500* row is never deleted - cancelled, executed and failed rows    * cbankvpp
001600* keep their state and result code for the audit trail.        *  cbankvpp
001620* A row of type R pays a biller's request-to-pay (BNKRTP) -     * cbankvpp
001640* the transfer moves the money to the outbound clearing         * cbankvpp
001660* settlement account and ZBNKPND1 then queues the payment       * cbankvpp
001680* to the biller and answers the request.                        * cbankvpp
001700***************************************************************** cbankvpp
001800                                                                  cbankvpp
001900 05  PP-RECORD                            PIC X(120).             cbankvpp
003300   10  PP-REC-AMOUNT                  PIC S9(7)V99 COMP-3.        cbankvpp
003400   10  PP-REC-RESULT-CODE             PIC X(2).                   cbankvpp
003500   10  PP-REC-EXEC-DATE               PIC X(10).                  cbankvpp
003533   10  PP-REC-TYPE                    PIC X(1).                   cbankvpp
003566     88  PP-TYPE-TRANSFER             VALUE ' '.                  cbankvpp
003599     88  PP-TYPE-RTP                  VALUE 'R'.                  cbankvpp
003632   10  PP-REC-RTP-KEY                 PIC X(21).                  cbankvpp
003665   10  PP-REC-FILLER                  PIC X(16).                  cbankvpp
003700                                                                  cbankvpp
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpp
