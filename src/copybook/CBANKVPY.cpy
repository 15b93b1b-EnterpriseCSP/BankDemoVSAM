001300* payment, keyed by the customer's PID plus a two digit         * cbankvpy
001400* sequence number the way BNKBENE keys beneficiaries.           * cbankvpy
001500* Maintained by DBANK28P.                                       * cbankvpy
001516* The payee's postal address and the kind of reference          * cbankvpy
001532* the customer quotes - an ISO 11649 structured creditor        * cbankvpy
001548* reference (RF...) or free text - are carried into the         * cbankvpy
001564* ISO 20022 credit transfer by ZBNKPAY1.  Spaces on payees      * cbankvpy
001580* registered before these were captured.                        * cbankvpy
001600***************************************************************** cbankvpy
001700                                                                  cbankvpy
001800 05  PAY-RECORD                           PIC X(200).             cbankvpy
002800   10  PAY-REC-EXT-ACCNO              PIC X(17).                  cbankvpy
002900   10  PAY-REC-CUST-REF               PIC X(16).                  cbankvpy
003000   10  PAY-REC-RETURN-COUNT           PIC S9(3) COMP-3.           cbankvpy
003022   10  PAY-REC-STREET                 PIC X(35).                  cbankvpy
003044   10  PAY-REC-TOWN                   PIC X(35).                  cbankvpy
003066   10  PAY-REC-POST-CODE              PIC X(16).                  cbankvpy
003088   10  PAY-REC-COUNTRY                PIC X(2).                   cbankvpy
003110   10  PAY-REC-REF-TYPE               PIC X(1).                   cbankvpy
003132     88  PAY-REF-STRUCTURED           VALUE 'S'.                  cbankvpy
003154     88  PAY-REF-UNSTRUCTURED         VALUE 'U', ' '.             cbankvpy
003176   10  PAY-REC-FILLER                 PIC X(29).                  cbankvpy
003200                                                                  cbankvpy
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpy
