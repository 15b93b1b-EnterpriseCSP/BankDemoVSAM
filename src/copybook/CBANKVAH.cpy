001500* debits exactly as it does legal-order holds, and the          * cbankvah
001600* nightly ZBNKAVL1 run releases the rows whose date has come.   * cbankvah
001700* Keyed account plus sequence like the legal-order file.        * cbankvah
001712* The same file carries the pending-authorization holds the     * cbankvah
001724* BCARD01P card service places when it approves a purchase      * cbankvah
001736* (hold type P, with the approval code it handed out) - they    * cbankvah
001748* count against available funds the same way until the          * cbankvah
001760* ZBNKPOS1 settlement run matches and releases them, or the     * cbankvah
001772* nightly ZBNKAVL1 run marks them expired.  A slot whose row    * cbankvah
001784* is no longer active is reused for the next hold.              * cbankvah
001800***************************************************************** cbankvah
001900                                                                  cbankvah
002000 05  AVH-RECORD                           PIC X(60).              cbankvah
002500   10  AVH-REC-STATUS                 PIC X(1).                   cbankvah
002600     88  AVH-STATUS-ACTIVE            VALUE 'A'.                  cbankvah
002700     88  AVH-STATUS-RELEASED          VALUE 'R'.                  cbankvah
002750     88  AVH-STATUS-EXPIRED           VALUE 'E'.                  cbankvah
002800   10  AVH-REC-AMOUNT                 PIC S9(7)V99 COMP-3.        cbankvah
002900   10  AVH-REC-RELEASE-DATE           PIC X(10).                  cbankvah
003000   10  AVH-REC-DEPOSIT-TS             PIC X(26).                  cbankvah
003040   10  AVH-REC-HOLD-TYPE              PIC X(1).                   cbankvah
003080     88  AVH-TYPE-DEPOSIT             VALUE ' ', 'D'.             cbankvah
003120     88  AVH-TYPE-POS-AUTH            VALUE 'P'.                  cbankvah
003160   10  AVH-REC-AUTH-CODE              PIC X(6).                   cbankvah
003200                                                                  cbankvah
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvah
003400                                                                  cbankvah
