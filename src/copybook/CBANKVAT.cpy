001696*      takes precedence                                           cbankvat
001697     10  BAT-REC-DAY-XCH-LIMIT               PIC S9(7)V99         cbankvat
001698                                             COMP-3.              cbankvat
001699*      Fee charged when a cheque the customer deposited comes     cbankvat
001700*      back unpaid - the ZBNKCQR1 returns run debits it with the  cbankvat
001701*      returned item; zero means no fee                           cbankvat
001702     10  BAT-REC-RET-ITEM-FEE                PIC S9(3)V99         cbankvat
001703                                             COMP-3.              cbankvat
001715*      Fee charged for each cheque book sent to the printer -     cbankvat
001727*      the ZBNKCBO1 order run debits it when the order goes       cbankvat
001739*      out; zero means books are free                             cbankvat
001751     10  BAT-REC-CHQBOOK-FEE                 PIC S9(3)V99         cbankvat
001763                                             COMP-3.              cbankvat
001764*      Fee charged for each duplicate statement printed at the    cbankvat
001765*      customer's or branch's request - the ZBNKDST1 run debits   cbankvat
001766*      it when the copy goes to print; zero means copies are free cbankvat
001767     10  BAT-REC-DUPSTMT-FEE                 PIC S9(3)V99         cbankvat
001768                                             COMP-3.              cbankvat
001769*      Adult product a minor's account is converted to by the     cbankvat
001770*      ZBNKMAJ1 majority run - space where the product is not     cbankvat
001771*      a minor product or carries on unchanged                    cbankvat
001772     10  BAT-REC-ADULT-TYPE                  PIC X(1).            cbankvat
001773*      Withdrawals and transfers above this amount from a         cbankvat
001774*      minor's account need the guardian's authority; zero        cbankvat
001775*      means no limit                                             cbankvat
001776     10  BAT-REC-GUARDIAN-LIMIT              PIC S9(5)V99         cbankvat
001777                                             COMP-3.              cbankvat
001778*      Oldest value date, in days before today, that a            cbankvat
001779*      correction or posting-file item may carry - the            cbankvat
001780*      ZBNKODI1 and ZBNKACR1 runs re-work the interest from       cbankvat
001781*      it; zero means back-valuing is not allowed                 cbankvat
001782     10  BAT-REC-BACKVAL-DAYS                PIC S9(3) COMP-3.    cbankvat
001783     10  BAT-REC-FILLER                      PIC X(13).           cbankvat
001787                                                                  cbankvat
001800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvat
