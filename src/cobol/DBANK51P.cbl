001200***************************************************************** dbank51p
001300* Program:     DBANK51P.CBL                                     * dbank51p
001400* Function:    Sequential read of bank data for batch job       * dbank51p
001410*              with the customer's email preference and the     * dbank51p
001420*              returned-mail undeliverable flag.                * dbank51p
001500*              VSAM version                                     * dbank51p
001600***************************************************************** dbank51p
001700                                                                  dbank51p
021000        MOVE BCS-REC-CNTRY TO CD51O-CNTRY                         dbank51p
021100        MOVE BCS-REC-POST-CODE TO CD51O-POST-CODE                 dbank51p
021200        MOVE BCS-REC-EMAIL TO CD51O-EMAIL                         dbank51p
021220        MOVE BCS-REC-SEND-EMAIL TO CD51O-SEND-EMAIL               dbank51p
021240        MOVE BCS-REC-UNDELIV-FLAG TO CD51O-UNDELIV-FLAG           dbank51p
021300                                                                  dbank51p
021400        MOVE BAC-REC-TYPE TO BAT-REC-TYPE                         dbank51p
021500        READ BNKATYP-FILE                                         dbank51p
