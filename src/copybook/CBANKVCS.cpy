003130    10  BCS-REC-WHT-CERT-STATUS             PIC X(1).             cbankvcs
003140      88  BCS-WHT-CERTIFIED               VALUE 'C'.              cbankvcs
003150      88  BCS-WHT-UNCERTIFIED             VALUE 'U', ' '.         cbankvcs
003151*   Date of birth (ccyy-mm-dd) captured at onboarding - spaces    cbankvcs
003152*   on the older relationships.  Scored by the ZBNKDPC1           cbankvcs
003153*   duplicate-customer run.                                       cbankvcs
003154    10  BCS-REC-DOB                         PIC X(10).            cbankvcs
003155*   Set by the ZBNKMRG1 PID merge on the losing record: the       cbankvcs
003156*   PID it was merged into and the date.  The record stays on     cbankvcs
003157*   file as a redirect to the surviving PID.                      cbankvcs
003158    10  BCS-REC-MERGED-TO-PID               PIC X(5).             cbankvcs
003159    10  BCS-REC-MERGED-DTE                  PIC X(10).            cbankvcs
003160*   Set by the ZBNKRML1 returned-mail load when a statement,      cbankvcs
003161*   label or letter comes back gone-away: the date and the kind   cbankvcs
003162*   of document returned.  Paper is held, or sent by email where  cbankvcs
003163*   the customer takes email, until a new address is recorded.    cbankvcs
003164    10  BCS-REC-UNDELIV-FLAG                PIC X(1).             cbankvcs
003165      88  BCS-ADDR-UNDELIVERABLE          VALUE 'Y'.              cbankvcs
003166    10  BCS-REC-UNDELIV-DTE                 PIC X(10).            cbankvcs
003167    10  BCS-REC-UNDELIV-DOC                 PIC X(2).             cbankvcs
003168*   Minor flag set at onboarding when the date of birth is        cbankvcs
003169*   under the age of majority, with the guardian's PID and        cbankvcs
003170*   authority (A active).  The ZBNKMAJ1 majority run clears       cbankvcs
003171*   the flag and sets the authority to R (removed) when the       cbankvcs
003172*   customer comes of age.                                        cbankvcs
003173    10  BCS-REC-MINOR-FLAG                  PIC X(1).             cbankvcs
003174      88  BCS-MINOR                       VALUE 'Y'.              cbankvcs
003175    10  BCS-REC-GUARDIAN-PID                PIC X(5).             cbankvcs
003176    10  BCS-REC-GUARDIAN-AUTH               PIC X(1).             cbankvcs
003177      88  BCS-GUARDIAN-ACTIVE             VALUE 'A'.              cbankvcs
003178      88  BCS-GUARDIAN-REMOVED            VALUE 'R'.              cbankvcs
003179*   Customer type set at onboarding - B for a business held       cbankvcs
003180*   with a profile on BNKBUSP and its owners and controlling      cbankvcs
003181*   persons on BNKBOWN; P (or spaces on the older base) for a     cbankvcs
003182*   private individual.                                           cbankvcs
003183    10  BCS-REC-CUST-TYPE                   PIC X(1).             cbankvcs
003184      88  BCS-CUST-PRIVATE                VALUE 'P', ' '.         cbankvcs
003185      88  BCS-CUST-BUSINESS               VALUE 'B'.              cbankvcs
003190    10  BCS-REC-FILLER                      PIC X(13).            cbankvcs
003200                                                                  cbankvcs
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcs
